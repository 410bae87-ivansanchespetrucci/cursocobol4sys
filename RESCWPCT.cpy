      *================================================================*
      *    COPY........: RESCWPCT                                     *
      *    OBJETIVO....: LAYOUT DO CARTAO DE CONTROLE DA ESTEIRA      *
      *                  (PARMCTRL), LIDO PELA ROTINA RESCDSC1 NO     *
      *                  INICIO DE CADA PASSO. O CARTAO E OPCIONAL:   *
      *                  SEM ELE VALE A DATA DO SISTEMA, A INSTANCIA  *
      *                  ZERO E NENHUMA LIBERACAO                     *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    DTA-PROCESSAMENTO - AAAAMMDD DA ESTEIRA (ZEROS OU BRANCOS  *
      *      = DATA DO SISTEMA). O PASSO QUE RODA DEPOIS DA MEIA-     *
      *      NOITE INFORMA A DATA DA ESTEIRA A QUE PERTENCE           *
      *    INSTANCIA - 01 A 99 PARA CADA PARTICAO DO RESCDSA1         *
      *      (ZEROS OU BRANCOS = EXECUCAO UNICA)                      *
      *    FORCAR-REEXEC - 'S' AUTORIZA RODAR DE NOVO UMA ETAPA JA    *
      *      REGISTRADA PARA A DATA                                   *
      *    LIBERAR-DEPEND - 'S' AUTORIZA RODAR SEM AS ETAPAS DAS      *
      *      QUAIS O PASSO DEPENDE TEREM TERMINADO LIMPAS             *
      *================================================================*

       01  RESCWPCT-REG-PARM.
           05 RESCWPCT-DTA-PROCESSAMENTO  PIC X(008).
           05 RESCWPCT-DTA-PROC-N     REDEFINES
                                          RESCWPCT-DTA-PROCESSAMENTO
                                          PIC 9(008).
           05 RESCWPCT-INSTANCIA          PIC X(002).
           05 RESCWPCT-INSTANCIA-N    REDEFINES RESCWPCT-INSTANCIA
                                          PIC 9(002).
           05 RESCWPCT-FORCAR-REEXEC      PIC X(001).
              88 RESCWPCT-REEXEC-FORCADA              VALUE 'S'.
           05 RESCWPCT-LIBERAR-DEPEND     PIC X(001).
              88 RESCWPCT-DEPEND-LIBERADA             VALUE 'S'.
           05 FILLER                      PIC X(068).
