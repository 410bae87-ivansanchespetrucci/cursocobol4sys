      *================================================================*
      *    COPY........: RESCWCTL                                     *
      *    OBJETIVO....: AREA DE COMUNICACAO COM A ROTINA RESCDSC1 DE *
      *                  CONTROLE DA ESTEIRA DIARIA. CADA PASSO CHAMA *
      *                  A ROTINA COM A FUNCAO I ANTES DE ABRIR OS    *
      *                  SEUS ARQUIVOS (CONFERE AS DEPENDENCIAS E A   *
      *                  REEXECUCAO E REGISTRA O INICIO) E COM A      *
      *                  FUNCAO F ANTES DO STOP RUN (REGISTRA O FIM,  *
      *                  O RETURN-CODE E OS CONTADORES-CHAVE). COMO O *
      *                  CALL ZERA O RETURN-CODE, O PASSO DEVOLVE O   *
      *                  RESCWCTL-RETURN-CODE AO RETURN-CODE DEPOIS   *
      *                  DA CHAMADA DE FIM                            *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    ENTRADA (I E F): FUNCAO, ETAPA                             *
      *    ENTRADA (I).....: EXIGE-INSTANCIA = S PARA O PASSO QUE SO  *
      *                      PODE RODAR COM A INSTANCIA INFORMADA NO  *
      *                      PARMCTRL (RESCDSA1 PARTICIONADO)         *
      *    ENTRADA (F).....: RETURN-CODE E CONTADORES                 *
      *    SAIDA (I).......: RESULTADO, DATA DE PROCESSAMENTO E       *
      *                      INSTANCIA EM USO                         *
      *    FUNCAO C........: SO CONFERE AS DEPENDENCIAS DA ETAPA NA   *
      *                      DATA INFORMADA, SEM REGISTRAR NADA (USO  *
      *                      DO RELATORIO RESCDSC2) - RESULTADO 12 =  *
      *                      ALGUMA DEPENDENCIA PENDENTE              *
      *================================================================*

       01  RESCWCTL-AREA.
           05 RESCWCTL-FUNCAO             PIC X(001).
              88 RESCWCTL-FUNCAO-INICIO               VALUE 'I'.
              88 RESCWCTL-FUNCAO-FIM                  VALUE 'F'.
              88 RESCWCTL-FUNCAO-CONSULTA             VALUE 'C'.
           05 RESCWCTL-ETAPA              PIC X(008).
           05 RESCWCTL-EXIGE-INSTANCIA    PIC X(001).
              88 RESCWCTL-INSTANCIA-OBRIGATORIA       VALUE 'S'.
           05 RESCWCTL-RESULTADO          PIC X(002).
              88 RESCWCTL-LIBERADA                    VALUE '00'.
              88 RESCWCTL-RECUSADA                    VALUE '12'.
           05 RESCWCTL-DTA-PROCESSAMENTO  PIC 9(008).
           05 RESCWCTL-INSTANCIA          PIC 9(002).
           05 RESCWCTL-RETURN-CODE        PIC 9(004).
           05 RESCWCTL-CONTADOR-1.
              10 RESCWCTL-DES-CONTADOR-1  PIC X(020).
              10 RESCWCTL-QTD-CONTADOR-1  PIC 9(009).
           05 RESCWCTL-CONTADOR-2.
              10 RESCWCTL-DES-CONTADOR-2  PIC X(020).
              10 RESCWCTL-QTD-CONTADOR-2  PIC 9(009).
           05 RESCWCTL-CONTADOR-3.
              10 RESCWCTL-DES-CONTADOR-3  PIC X(020).
              10 RESCWCTL-QTD-CONTADOR-3  PIC 9(009).
           05 RESCWCTL-CONTADOR-4.
              10 RESCWCTL-DES-CONTADOR-4  PIC X(020).
              10 RESCWCTL-QTD-CONTADOR-4  PIC 9(009).
