      *================================================================*
      *    COPY........: RESTWGWK                                     *
      *    OBJETIVO....: LAYOUT DO ARQUIVO DE TRABALHO DA MONTAGEM    *
      *                  DOS GRUPOS ECONOMICOS (GRPWORK) - UM         *
      *                  REGISTRO POR DOCUMENTO CPF-CGC / FILIAL-CGC  *
      *                  QUE APARECE NAS LIGACOES DO EARQLIGC,        *
      *                  APONTANDO PARA UM OUTRO DOCUMENTO DO MESMO   *
      *                  GRUPO (O PAI). SEGUINDO OS PAIS CHEGA-SE A   *
      *                  RAIZ, QUE APONTA PARA SI MESMA E E SEMPRE O  *
      *                  MENOR DOCUMENTO DO GRUPO - A RAIZ E O        *
      *                  IDENTIFICADOR DO GRUPO. RECRIADO A CADA      *
      *                  EXECUCAO DO RESCDSB7                         *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *================================================================*

       01  RESTWGWK-REG-UNIAO.
           05 RESTWGWK-CHAVE.
              10 RESTWGWK-CPF-CGC         PIC 9(009).
              10 RESTWGWK-FILIAL-CGC      PIC 9(004).
           05 RESTWGWK-PAI.
              10 RESTWGWK-CPF-PAI         PIC 9(009).
              10 RESTWGWK-FILIAL-PAI      PIC 9(004).
           05 FILLER                      PIC X(014).
