      * DEIXARAM DE APARECER SAO ENCERRADAS (NAO EXCLUIDAS) COM A      *
      * DATA DE ENCERRAMENTO DO DIA - ASSIM CADA RESTRICAO CARREGA O   *
      * SEU HISTORICO DE VIGENCIA COMPLETO PARA CONSULTAS DE           *
      * AUDITORIA. A SUSPENSAO POR CONTESTACAO OU ORDEM JUDICIAL       *
      * (RESTWMST-SUSPENSAO, MANTIDA PELO RESCDSB6) E PRESERVADA NA    *
      * ATUALIZACAO DOS VALORES, E UMA CHAVE ENCERRADA A FORCA PELO    *
      * RESCDSB6 TEM OS VALORES ATUALIZADOS MAS NAO E REATIVADA. A     *
      * CHAVE ENCERRADA POR LIQUIDACAO PELO RESCDSB8 TAMBEM NAO E      *
      * REATIVADA ENQUANTO A DIVIDA VIER SEM OCORRENCIA POSTERIOR A    *
      * DATA DE ENCERRAMENTO - SO UMA OCORRENCIA NOVA A REATIVA. TODA  *
      * INCLUSAO, ALTERACAO E ENCERRAMENTO NO MESTRE E GRAVADO NO      *
      * DIARIO SARQJRNL COM AS IMAGENS ANTES E DEPOIS E A DATA DA      *
      * EXECUCAO, PARA QUE O RESCDSB9 POSSA ESTORNAR A EXECUCAO.       *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     EARQRSDI            I                      RESTWDSR        *
      *     MSTREST            I/O                     RESTWMST        *
      *     SARQJRNL            O  (ACRESCIMO)         RESTWDJR        *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESTWDSR - LAYOUT DO SARQREST DIARIO (ENTRADA)              *
      *    RESTWMST - LAYOUT DO ARQUIVO MESTRE DE RESTRICOES           *
      *    RESTWDJR - LAYOUT DO DIARIO DE IMAGENS DO MESTRE            *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC1 - CONTROLE DA ESTEIRA (DD PARMCTRL E MSTCTRL)      *
      *================================================================*

      *================================================================*
                      RECORD KEY       IS RESTWMST-CHAVE
                      FILE STATUS      IS WRK-FS-MSTREST.

           SELECT SARQJRNL ASSIGN      TO UT-S-SARQJRNL
                      FILE STATUS      IS WRK-FS-SARQJRNL.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

           COPY RESTWMST.

      *----------------------------------------------------------------*
      *    OUTPUT - DIARIO DE IMAGENS DO MESTRE (SARQJRNL)             *
      *                                -  LRECL   = 300                *
      *----------------------------------------------------------------*

       FD  SARQJRNL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQJRNL                 PIC  X(300).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  ACU-ATUALIZADAS-MSTREST     PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-REATIVADAS-MSTREST      PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-ENCERRADAS-MSTREST      PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-MANTIDAS-ENCERRADAS     PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQJRNL          PIC  9(009) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE

       01  WRK-FS-EARQRSDI             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTREST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQJRNL             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE

           COPY RESTWDSR.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO DIARIO DE IMAGENS (SARQJRNL) ***'.
      *----------------------------------------------------------------*

           COPY RESTWDJR.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VARIAVEIS AUXILIARES ***'.
       01  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       01  WRK-MASC                    PIC  ZZZ.ZZZ.ZZ9    VALUE SPACES.
       01  WRK-DTA-PROCESSAMENTO       PIC  9(008)         VALUE ZEROS.
       01  WRK-HORA-EXECUCAO           PIC  9(008)         VALUE ZEROS.

       01  WRK-FIM-EARQRSDI            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQRSDI                         VALUE 'S'.
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

           MOVE RESCWCTL-DTA-PROCESSAMENTO
                                       TO WRK-DTA-PROCESSAMENTO

           ACCEPT WRK-HORA-EXECUCAO    FROM TIME

           OPEN INPUT  EARQRSDI


           OPEN I-O    MSTREST

           PERFORM 1120-TESTAR-FS-MSTREST

           OPEN EXTEND SARQJRNL

           PERFORM 1130-TESTAR-FS-SARQJRNL.

      *----------------------------------------------------------------*
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
           MOVE 'RESCDSA3'             TO RESCWCTL-ETAPA
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
      *    TESTAR FILE-STATUS DO SARQREST DO DIA - EARQRSDI            *
      ******************************************************************
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO DIARIO DE IMAGENS - SARQJRNL          *
      *    ('05' = ARQUIVO CRIADO NESTA EXECUCAO)                      *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-SARQJRNL         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQJRNL          NOT EQUAL ZEROS
              AND WRK-FS-SARQJRNL      NOT EQUAL '05'
              MOVE 'SARQJRNL'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQJRNL     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO DETALHE DO SARQREST DO DIA E APLICA-LO NO     *
      *    MESTRE - OS REGISTROS DE CONTROLE (HDR/TRL) SAO SALTADOS    *
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWMST-REG-MESTRE
                                          RESTWDJR-IMAGEM-ANTES

           MOVE RESTWDSR-CPF-CGC       TO RESTWMST-CPF-CGC
           MOVE RESTWDSR-FILIAL-CGC    TO RESTWMST-FILIAL-CGC
           MOVE RESTWDSR-TIPO-IMPED    TO RESTWMST-TIPO-IMPED
           MOVE 'A'                    TO RESTWMST-SITUACAO
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWMST-DTA-INCLUSAO
           MOVE ZEROS                  TO RESTWMST-DTA-ENCERRAMENTO
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWMST-DTA-ULT-ATUALIZ

           PERFORM 3130-MOVER-DADOS-DO-DIA


           PERFORM 1120-TESTAR-FS-MSTREST

           MOVE 'I'                    TO RESTWDJR-OPERACAO

           PERFORM 3900-GRAVAR-DIARIO

           ADD 1                       TO ACU-INCLUIDAS-MSTREST.

      *----------------------------------------------------------------*
      ******************************************************************
      *    ATUALIZAR NO MESTRE UMA RESTRICAO JA EXISTENTE - SE ESTAVA  *
      *    ENCERRADA E VOLTOU A APARECER, E REATIVADA MANTENDO A DATA  *
      *    DE INCLUSAO ORIGINAL E ZERANDO A DATA DE ENCERRAMENTO. A    *
      *    SUSPENSAO NAO E TOCADA (3130 SO MOVE OS DADOS DO DIA) E O   *
      *    ENCERRAMENTO FORCADO E MANTIDO - SO OS VALORES E A DATA DE  *
      *    ULTIMA ATUALIZACAO SAO RENOVADOS. O ENCERRAMENTO POR        *
      *    LIQUIDACAO TAMBEM E MANTIDO, A MENOS QUE A ULTIMA           *
      *    OCORRENCIA DA DIVIDA SEJA POSTERIOR A DATA DE ENCERRAMENTO  *
      ******************************************************************
      *----------------------------------------------------------------*
       3120-ALTERAR-NO-MESTRE          SECTION.
      *----------------------------------------------------------------*

           MOVE RESTWMST-REG-MESTRE    TO RESTWDJR-IMAGEM-ANTES

           IF RESTWMST-ENCERRADA
              IF RESTWMST-ENC-FORCADO
                 OR (RESTWMST-ENC-LIQUIDACAO
                     AND RESTWDSR-DTA-ULT-OCORR-IMPED
                                       NOT GREATER
                                       RESTWMST-DTA-ENCERRAMENTO)
                 ADD 1                 TO ACU-MANTIDAS-ENCERRADAS
              ELSE
                 MOVE 'A'              TO RESTWMST-SITUACAO
                 MOVE ZEROS            TO RESTWMST-DTA-ENCERRAMENTO
                 MOVE SPACE            TO RESTWMST-MOTIVO-ENCERRAMENTO
                 ADD 1                 TO ACU-REATIVADAS-MSTREST
              END-IF
           ELSE
              ADD 1                    TO ACU-ATUALIZADAS-MSTREST
           END-IF

           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWMST-DTA-ULT-ATUALIZ

           PERFORM 3130-MOVER-DADOS-DO-DIA


           MOVE WRK-REGRAVACAO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTREST

           MOVE 'A'                    TO RESTWDJR-OPERACAO

           PERFORM 3900-GRAVAR-DIARIO.

      *----------------------------------------------------------------*
       3120-99-FIM.                    EXIT.

           IF RESTWMST-ATIVA
              AND RESTWMST-DTA-ULT-ATUALIZ
                                       NOT EQUAL WRK-DTA-PROCESSAMENTO
              MOVE RESTWMST-REG-MESTRE TO RESTWDJR-IMAGEM-ANTES
              MOVE 'E'                 TO RESTWMST-SITUACAO
              MOVE WRK-DTA-PROCESSAMENTO
                                       TO RESTWMST-DTA-ENCERRAMENTO
              MOVE SPACE               TO RESTWMST-MOTIVO-ENCERRAMENTO
              REWRITE RESTWMST-REG-MESTRE
              MOVE WRK-REGRAVACAO      TO WRK-OPERACAO
              PERFORM 1120-TESTAR-FS-MSTREST
              MOVE 'E'                 TO RESTWDJR-OPERACAO
              PERFORM 3900-GRAVAR-DIARIO
              ADD 1                    TO ACU-ENCERRADAS-MSTREST
           END-IF.

       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR NO DIARIO A ATUALIZACAO DA CHAVE CORRENTE - A        *
      *    OPERACAO E A IMAGEM ANTES JA VEM PREENCHIDAS; A IMAGEM      *
      *    DEPOIS E O REGISTRO DO MESTRE COMO ACABOU DE SER GRAVADO    *
      ******************************************************************
      *----------------------------------------------------------------*
       3900-GRAVAR-DIARIO              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWDJR-DTA-EXECUCAO
           MOVE WRK-HORA-EXECUCAO      TO RESTWDJR-HORA-EXECUCAO
           MOVE 'RESCDSA3'             TO RESTWDJR-PROGRAMA
           MOVE RESTWMST-CHAVE         TO RESTWDJR-CHAVE
           MOVE RESTWMST-REG-MESTRE    TO RESTWDJR-IMAGEM-DEPOIS

           WRITE FD-SARQJRNL           FROM RESTWDJR-REG-DIARIO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-SARQJRNL

           ADD 1                       TO ACU-GRAVS-SARQJRNL.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FINALIZACAO                                                 *
      ******************************************************************

           CLOSE EARQRSDI
                 MSTREST
                 SARQJRNL

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO


           PERFORM 1120-TESTAR-FS-MSTREST

           PERFORM 1130-TESTAR-FS-SARQJRNL

           PERFORM 4900-FINALIZAR-ESTEIRA

           STOP RUN.

      *----------------------------------------------------------------*
           DISPLAY
           '* RESTRICOES ENCERRADAS NO MESTRE   =>     ' WRK-MASC ' *'

           MOVE ACU-MANTIDAS-ENCERRADAS
                                       TO WRK-MASC

           DISPLAY
           '* ENCERRADAS MANTIDAS (FORCA/LIQ.)  =>     ' WRK-MASC ' *'

           MOVE ACU-GRAVS-SARQJRNL     TO WRK-MASC

           DISPLAY
           '* IMAGENS GRAVADAS NO SARQJRNL      =>     ' WRK-MASC ' *'

           DISPLAY
           '********************************************************'.

       4100-99-FIM.                    EXIT.
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

           MOVE 'LIDOS EARQRSDI'       TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-LIDOS-EARQRSDI     TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'INCLUIDAS MSTREST'    TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-INCLUIDAS-MSTREST  TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'ATUALIZADAS MSTREST'  TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-ATUALIZADAS-MSTREST
                                       TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'ENCERRADAS MSTREST'   TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-ENCERRADAS-MSTREST TO RESCWCTL-QTD-CONTADOR-4

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           MOVE RESCWCTL-RETURN-CODE   TO RETURN-CODE.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS                             *
      ******************************************************************
