      *================================================================*
      *    COPY........: RESCWMCT                                     *
      *    OBJETIVO....: LAYOUT DO ARQUIVO DE TRANSACOES DE           *
      *                  CONTESTACAO E SUSPENSAO JUDICIAL (EARQMCTS)  *
      *                  - UMA TRANSACAO POR REGISTRO, APLICADA NA    *
      *                  ORDEM DO ARQUIVO PELO RESCDSB6 SOBRE O       *
      *                  MESTRE DE RESTRICOES (MSTREST)               *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    TIPO DA TRANSACAO (RESCWMCT-TIPO-TRANS):                   *
      *      SC - SUSPENDER POR CONTESTACAO DO DEVEDOR                *
      *      SJ - SUSPENDER POR DETERMINACAO JUDICIAL                 *
      *      LV - LEVANTAR A SUSPENSAO OU O ENCERRAMENTO FORCADO      *
      *      EF - ENCERRAR A RESTRICAO A FORCA                        *
      *    DATA DE ABERTURA ZERADA = DATA DO PROCESSAMENTO            *
      *    PRAZO DE RESPOSTA ZERADO = ABERTURA + PRAZO PADRAO         *
      *================================================================*

       01  RESCWMCT-REG-TRANSACAO.
           05 RESCWMCT-TIPO-TRANS         PIC X(002).
              88 RESCWMCT-SUSP-CONTESTACAO           VALUE 'SC'.
              88 RESCWMCT-SUSP-JUDICIAL              VALUE 'SJ'.
              88 RESCWMCT-LEVANTAMENTO               VALUE 'LV'.
              88 RESCWMCT-ENCERRAMENTO               VALUE 'EF'.
           05 RESCWMCT-CHAVE.
              10 RESCWMCT-CPF-CGC         PIC 9(009).
              10 RESCWMCT-FILIAL-CGC      PIC 9(004).
              10 RESCWMCT-TIPO-IMPED      PIC 9(003).
           05 RESCWMCT-PROTOCOLO          PIC X(020).
           05 RESCWMCT-OPERADOR           PIC X(008).
           05 RESCWMCT-MOTIVO             PIC X(060).
           05 RESCWMCT-DTA-ABERTURA       PIC 9(008).
           05 RESCWMCT-DTA-PRAZO          PIC 9(008).
           05 FILLER                      PIC X(028).
