      *================================================================*
      *    COPY........: RESTWMAP                                     *
      *    OBJETIVO....: LAYOUT DO ARQUIVO DE TRABALHO DA EXTRACAO    *
      *                  PSEUDONIMIZADA (MAPWORK) - UM REGISTRO POR   *
      *                  CPF-CGC DISTINTO ENCONTRADO NOS ARQUIVOS     *
      *                  EXTRAIDOS, COM O SEU SUBSTITUTO E O FATOR    *
      *                  DE VARIACAO DOS VALORES DO DOCUMENTO.        *
      *                  RECRIADO E ESVAZIADO A CADA EXECUCAO DO      *
      *                  RESCDSC5 - A CORRESPONDENCIA NAO SAI DA      *
      *                  PRODUCAO                                     *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    O SUBSTITUTO FICA NA MESMA FAIXA DE 100.000.000 DO         *
      *    ORIGINAL (A RAIZ DE CNPJ CONTINUA COM 8 DIGITOS) E CRESCE  *
      *    COM ELE, PRESERVANDO A ORDEM DOS ARQUIVOS                  *
      *----------------------------------------------------------------*
      *    RESTWMAP-FATOR - PERCENTUAL APLICADO AOS VALORES (EX.:     *
      *    093,47 = 93,47% DO VALOR ORIGINAL)                         *
      *================================================================*

       01  RESTWMAP-REG-MAPA.
           05 RESTWMAP-CHAVE.
              10 RESTWMAP-CPF-CGC         PIC 9(009).
           05 RESTWMAP-SUBSTITUTO         PIC 9(009).
           05 RESTWMAP-FATOR              PIC 9(003)V99.
           05 FILLER                      PIC X(007).
