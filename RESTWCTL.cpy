      *================================================================*
      *    COPY........: RESTWCTL                                     *
      *    OBJETIVO....: LAYOUT DO ARQUIVO DE CONTROLE DA ESTEIRA     *
      *                  DIARIA (MSTCTRL) - UM REGISTRO POR DATA DE   *
      *                  PROCESSAMENTO / ETAPA / INSTANCIA, GRAVADO   *
      *                  PELA ROTINA RESCDSC1 NO INICIO E NO FIM DE   *
      *                  CADA PASSO DA ESTEIRA. A INSTANCIA E ZERO    *
      *                  NA EXECUCAO UNICA E 01 A 99 NAS PARTICOES    *
      *                  DO RESCDSA1. A REEXECUCAO FORCADA REGRAVA O  *
      *                  REGISTRO COM OS DADOS DA ULTIMA EXECUCAO E   *
      *                  SOMA 1 NA QUANTIDADE DE EXECUCOES            *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    SITUACAO (RESTWCTL-SITUACAO):                              *
      *      I - INICIADA (EM EXECUCAO, OU INTERROMPIDA SEM CHEGAR AO *
      *          FIM - ABEND OU CANCELAMENTO)                         *
      *      F - FINALIZADA, COM O RETURN-CODE DO PASSO               *
      *    A ETAPA FINALIZADA COM RETURN-CODE ATE 4 ESTA LIMPA E      *
      *    LIBERA AS ETAPAS QUE DEPENDEM DELA (BOOK RESCWENC)         *
      *================================================================*

       01  RESTWCTL-REG-CONTROLE.
           05 RESTWCTL-CHAVE.
              10 RESTWCTL-DTA-PROCESSAMENTO
                                          PIC 9(008).
              10 RESTWCTL-ETAPA           PIC X(008).
              10 RESTWCTL-INSTANCIA       PIC 9(002).
           05 RESTWCTL-SITUACAO           PIC X(001).
              88 RESTWCTL-INICIADA                    VALUE 'I'.
              88 RESTWCTL-FINALIZADA                  VALUE 'F'.
           05 RESTWCTL-DTA-INICIO         PIC 9(008).
           05 RESTWCTL-HORA-INICIO        PIC 9(008).
           05 RESTWCTL-DTA-FIM            PIC 9(008).
           05 RESTWCTL-HORA-FIM           PIC 9(008).
           05 RESTWCTL-RETURN-CODE        PIC 9(004).
           05 RESTWCTL-QTDE-EXECUCOES     PIC 9(003).
           05 RESTWCTL-REEXEC-FORCADA     PIC X(001).
              88 RESTWCTL-FOI-FORCADA                 VALUE 'S'.
           05 RESTWCTL-DEPEND-LIBERADA    PIC X(001).
              88 RESTWCTL-FOI-LIBERADA                VALUE 'S'.

      *----------------------------------------------------------------*
      *    CONTADORES-CHAVE INFORMADOS PELO PASSO NO FIM DA EXECUCAO   *
      *    (DESCRICAO EM BRANCO = CONTADOR NAO USADO)                  *
      *----------------------------------------------------------------*
           05 RESTWCTL-CONTADOR-1.
              10 RESTWCTL-DES-CONTADOR-1  PIC X(020).
              10 RESTWCTL-QTD-CONTADOR-1  PIC 9(009).
           05 RESTWCTL-CONTADOR-2.
              10 RESTWCTL-DES-CONTADOR-2  PIC X(020).
              10 RESTWCTL-QTD-CONTADOR-2  PIC 9(009).
           05 RESTWCTL-CONTADOR-3.
              10 RESTWCTL-DES-CONTADOR-3  PIC X(020).
              10 RESTWCTL-QTD-CONTADOR-3  PIC 9(009).
           05 RESTWCTL-CONTADOR-4.
              10 RESTWCTL-DES-CONTADOR-4  PIC X(020).
              10 RESTWCTL-QTD-CONTADOR-4  PIC 9(009).
           05 FILLER                      PIC X(024).
