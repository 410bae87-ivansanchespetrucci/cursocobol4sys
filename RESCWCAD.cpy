      *================================================================*
      *    COPY........: RESCWCAD                                     *
      *    OBJETIVO....: LAYOUT DO EXTRATO CADASTRAL DE DEVEDORES     *
      *                  (EARQCADT) - UM REGISTRO POR CPF-CGC /       *
      *                  FILIAL-CGC COM O NOME PARA A CARTA DE AVISO, *
      *                  CLASSIFICADO POR CPF-CGC / FILIAL-CGC        *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *================================================================*

       01  RESCWCAD-REG-CADASTRO.
           05 RESCWCAD-CHAVE.
              10 RESCWCAD-CPF-CGC         PIC 9(009).
              10 RESCWCAD-FILIAL-CGC      PIC 9(004).
           05 RESCWCAD-NOME               PIC X(060).
           05 FILLER                      PIC X(007).
