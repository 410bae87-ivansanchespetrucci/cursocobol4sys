      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     EARQRJR             I                      RESTWDRR        *
      *     EARQRJL             I                      RESTWDRL        *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESTWDRR - LAYOUT DA FILA DE REJEITOS DO EARQREST           *
      *    RESTWDRL - LAYOUT DA FILA DE REJEITOS DO EARQLIGC           *
      *    RESCWCIC - LAYOUT DO PARAMETRO DE CICLOS (PARMRCCL)         *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *    RESCWPVG - AREA DE COMUNICACAO DOS PARAMETROS EM VIGOR      *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC1 - CONTROLE DA ESTEIRA (DD PARMCTRL E MSTCTRL)      *
      *    RESCDSC7 - PARAMETROS EM VIGOR (DD MSTPARM E PARMCTRL)      *
      *================================================================*

      *================================================================*
           SELECT EARQRJL  ASSIGN      TO UT-S-EARQRJL
                      FILE STATUS      IS WRK-FS-EARQRJL.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

       01  FD-EARQRJL                  PIC  X(125).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

       01  WRK-FS-EARQRJR              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQRJL              PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO PARAMETRO PARMRCCL EM VIGOR ***'.
      *----------------------------------------------------------------*

           COPY RESCWPVG.

           COPY RESCWCIC.

      *----------------------------------------------------------------*
           05 WRK-FECHAMENTO           PIC  X(013)         VALUE
             'NO FECHAMENTO'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO CONTROLE DA ESTEIRA ***'.
      *----------------------------------------------------------------*

           COPY RESCWCTL.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA TRATAMENTO ERRO ***'.
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           PERFORM 1050-INICIAR-ESTEIRA

           OPEN INPUT  EARQRJR
                       EARQRJL

           MOVE WRK-ABERTURA           TO WRK-OPERACAO


           PERFORM 1120-TESTAR-FS-EARQRJL

           PERFORM 1200-LER-PARM-CICLOS

           DISPLAY
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGISTRAR O INICIO DA ETAPA NO CONTROLE DA ESTEIRA - A      *
      *    ROTINA RESCDSC1 RECUSA A EXECUCAO (RESULTADO 12) QUANDO AS  *
      *    ETAPAS ANTERIORES NAO TERMINARAM LIMPAS NA MESMA DATA OU    *
      *    QUANDO A ETAPA JA FOI REGISTRADA NA DATA SEM REEXECUCAO     *
      *    FORCADA                                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       1050-INICIAR-ESTEIRA            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESCWCTL-AREA
           MOVE ZEROS                  TO RESCWCTL-DTA-PROCESSAMENTO
                                          RESCWCTL-INSTANCIA
                                          RESCWCTL-RETURN-CODE
           MOVE 'I'                    TO RESCWCTL-FUNCAO
           MOVE 'RESCDSB3'             TO RESCWCTL-ETAPA
           MOVE 'N'                    TO RESCWCTL-EXIGE-INSTANCIA

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           IF RESCWCTL-RECUSADA
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA FILA DE REJEITOS - EARQRJR            *
      ******************************************************************
      *----------------------------------------------------------------*

      ******************************************************************
      *    OBTER O LIMITE DE CICLOS EM VIGOR NA DATA DE PROCESSAMENTO  *
      *    (PARAMETRO PARMRCCL, ROTINA RESCDSC7) - O MESMO LIMITE QUE  *
      *    REGE AS BAIXAS DO RECICLADOR RESCDSA2                       *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-LER-PARM-CICLOS            SECTION.
      *----------------------------------------------------------------*

           MOVE 'PARMRCCL'             TO RESCWPVG-COD-PARAMETRO
           MOVE RESCWCTL-DTA-PROCESSAMENTO
                                       TO RESCWPVG-DTA-REFERENCIA
           MOVE SPACES                 TO RESCWPVG-RESULTADO
           MOVE ZEROS                  TO RESCWPVG-QTD-ITENS

           CALL 'RESCDSC7'             USING RESCWPVG-AREA

           IF RESCWPVG-SEM-VIGOR
              GO                       TO 1200-99-FIM
           END-IF

           MOVE RESCWPVG-VALOR (1)     TO RESCWCIC-REG-PARM

           IF (RESCWCIC-QTD-MAX-CICLOS NOT NUMERIC) OR
              (RESCWCIC-QTD-MAX-CICLOS EQUAL ZEROS)

           CLOSE EARQRJR
                 EARQRJL

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO


           PERFORM 1120-TESTAR-FS-EARQRJL

           PERFORM 4900-FINALIZAR-ESTEIRA

           STOP RUN.

       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGISTRAR O FIM DA ETAPA NO CONTROLE DA ESTEIRA COM O       *
      *    RETURN-CODE E OS CONTADORES-CHAVE - O CALL ZERA O           *
      *    RETURN-CODE, QUE E DEVOLVIDO LOGO EM SEGUIDA                *
      ******************************************************************
      *----------------------------------------------------------------*
       4900-FINALIZAR-ESTEIRA          SECTION.
      *----------------------------------------------------------------*

           MOVE 'F'                    TO RESCWCTL-FUNCAO
           MOVE RETURN-CODE            TO RESCWCTL-RETURN-CODE

           MOVE 'LIDOS NAS FILAS'      TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-LIDOS-FILA         TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'CICLO 1'              TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-CICLO-1            TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'CICLOS 2 E 3'         TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-CICLO-2-3          TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'NO LIMITE'            TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-NO-LIMITE          TO RESCWCTL-QTD-CONTADOR-4

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           MOVE RESCWCTL-RETURN-CODE   TO RETURN-CODE.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS                             *
      ******************************************************************
