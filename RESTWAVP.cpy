      *================================================================*
      *    COPY........: RESTWAVP                                     *
      *    OBJETIVO....: LAYOUT DA FILA DE RETENCAO POR AVISO PREVIO  *
      *                  (MSTAVPR) - UM REGISTRO POR CHAVE CPF-CGC /  *
      *                  FILIAL-CGC / TIPO-IMPED QUE FOI AVISADA AO   *
      *                  DEVEDOR, MANTIDO PELO RESCDSB5. ENQUANTO A   *
      *                  SITUACAO FOR RETIDA E A DATA LIMITE NAO      *
      *                  TIVER CHEGADO, O RESCDSA5 NAO ENVIA A CHAVE  *
      *                  AO BUREAU                                    *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    SITUACAO (RESTWAVP-SITUACAO):                              *
      *      R - RETIDA, AGUARDANDO O PRAZO DO AVISO                  *
      *      L - LIBERADA PARA O BUREAU (PRAZO CUMPRIDO)              *
      *      C - CANCELADA (RESTRICAO ENCERRADA DENTRO DO PRAZO)      *
      *    MOTIVO DO AVISO (RESTWAVP-MOTIVO-AVISO):                   *
      *      I - INCLUSAO NOVA NO MESTRE                              *
      *      N - CHAVE NOVA NO RELATORIO DE DIFERENCAS (SARQDIFR)     *
      *      R - CHAVE QUE VOLTOU A APARECER APOS ENCERRAMENTO        *
      *================================================================*

       01  RESTWAVP-REG-AVISO.
           05 RESTWAVP-CHAVE.
              10 RESTWAVP-CPF-CGC         PIC 9(009).
              10 RESTWAVP-FILIAL-CGC      PIC 9(004).
              10 RESTWAVP-TIPO-IMPED      PIC 9(003).
           05 RESTWAVP-SITUACAO           PIC X(001).
              88 RESTWAVP-RETIDA                      VALUE 'R'.
              88 RESTWAVP-LIBERADA                    VALUE 'L'.
              88 RESTWAVP-CANCELADA                   VALUE 'C'.
           05 RESTWAVP-MOTIVO-AVISO       PIC X(001).
              88 RESTWAVP-AVISO-INCLUSAO              VALUE 'I'.
              88 RESTWAVP-AVISO-DIFERENCA             VALUE 'N'.
              88 RESTWAVP-AVISO-REAPARECEU            VALUE 'R'.
           05 RESTWAVP-DTA-AVISO          PIC 9(008).
           05 RESTWAVP-DIAS-AVISO         PIC 9(003).
           05 RESTWAVP-DTA-LIMITE         PIC 9(008).
           05 RESTWAVP-DTA-LIBERACAO      PIC 9(008).
           05 RESTWAVP-VALOR-TOT-IMPED    PIC 9(015)V99.
           05 RESTWAVP-ORIGEM             PIC X(001).
           05 RESTWAVP-QTDE-AVISOS        PIC 9(003).
           05 RESTWAVP-DTA-ULT-ATUALIZ    PIC 9(008).
           05 FILLER                      PIC X(006).
