      *     CHKREST            I/O (OPCIONAL)          RESCWCKP        *
      *     SARQRJR             O                      RESTWDRR        *
      *     SARQRJL             O                      RESTWDRL        *
      *     SARQRISC            O                      RESTWDRK        *
      *     SPILLIG            I/O (TRABALHO)          RESCWSPL        *
      *     HISTREST            O  (ACRESCIMO)         RESTWDHS        *
      *     EARQHIST            I  (OPCIONAL)          RESTWDHS        *
      *     SARQPURG            O                      RESTWDPG        *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    RESCWCKP - LAYOUT DO ARQUIVO DE CHECKPOINT/RESTART          *
      *    RESTWDRR - LAYOUT DO ARQUIVO DE REJEITOS DO EARQREST        *
      *    RESTWDRL - LAYOUT DO ARQUIVO DE REJEITOS DO EARQLIGC        *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *    RESCWPVG - AREA DE COMUNICACAO DOS PARAMETROS EM VIGOR      *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC1 - CONTROLE DA ESTEIRA (DD PARMCTRL E MSTCTRL)      *
      *    RESCDSC7 - PARAMETROS EM VIGOR (DD MSTPARM E PARMCTRL)      *
      *================================================================*

      *================================================================*
           SELECT SARQRJL  ASSIGN      TO UT-S-SARQRJL
                      FILE STATUS      IS WRK-FS-SARQRJL.

           SELECT OPTIONAL EARQRSAN
                      ASSIGN           TO UT-S-EARQRSAN
                      FILE STATUS      IS WRK-FS-EARQRSAN.
           SELECT SARQDIFR ASSIGN      TO UT-S-SARQDIFR
                      FILE STATUS      IS WRK-FS-SARQDIFR.

           SELECT SARQRISC ASSIGN      TO UT-S-SARQRISC
                      FILE STATUS      IS WRK-FS-SARQRISC.

                      ASSIGN           TO UT-S-EARQHIST
                      FILE STATUS      IS WRK-FS-EARQHIST.

           SELECT SARQPURG ASSIGN      TO UT-S-SARQPURG
                      FILE STATUS      IS WRK-FS-SARQPURG.


       01  FD-SARQRJL                  PIC  X(125).

      *----------------------------------------------------------------*
      *    INPUT - SARQREST DE UMA EXECUCAO ANTERIOR (EARQRSAN)        *
      *                                -  LRECL   = 090                *

       01  FD-SARQDIFR                 PIC  X(090).

      *----------------------------------------------------------------*
      *    OUTPUT - SCORE DE RISCO POR DOCUMENTO (SARQRISC)            *
      *                                -  LRECL   = 040                *

       01  FD-EARQHIST                 PIC  X(188).

      *----------------------------------------------------------------*
      *    OUTPUT - EXPURGO POR RETENCAO LEGAL (SARQPURG)              *
      *                                -  LRECL   = 112                *
       01  WRK-FS-CHKREST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRJR              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRJL              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQRSAN              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQDIFR              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRISC             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SPILLIG              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-HISTREST             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQHIST             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQPURG             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS PARAMETROS EM VIGOR (RESCDSC7) ***'.
      *----------------------------------------------------------------*

           COPY RESCWPVG.

       01  WRK-IND-VIGOR               PIC  9(003) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO PARAMETRO TABIMPED ***'.
      *----------------------------------------------------------------*

           COPY RESCWTAB.
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
                       EARQRCOB
                       EARQLIGC
                       PARMREST

           MOVE WRK-ABERTURA           TO WRK-OPERACAO


           PERFORM 1160-TESTAR-FS-PARMREST

           PERFORM 1600-VALIDAR-CONTROLE-ENTRADA

           PERFORM 1200-LER-PARAMETROS

           PERFORM 1700-VERIFICAR-REEXECUCAO

           PERFORM 1050-INICIAR-ESTEIRA

           PERFORM 1210-CARREGAR-TABELA-CODIGOS

           PERFORM 1230-LER-PARM-PESOS
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGISTRAR O INICIO DA ETAPA NO CONTROLE DA ESTEIRA - A      *
      *    ROTINA RESCDSC1 RECUSA A EXECUCAO (RESULTADO 12) QUANDO AS  *
      *    ETAPAS ANTERIORES NAO TERMINARAM LIMPAS NA MESMA DATA OU    *
      *    QUANDO A ETAPA JA FOI REGISTRADA NA DATA SEM REEXECUCAO     *
      *    FORCADA. SOB PARTICAO, CADA INSTANCIA INFORMADA NO PARMCTRL *
      *    E REGISTRADA COMO UMA EXECUCAO SEPARADA DA ETAPA            *
      ******************************************************************
      *----------------------------------------------------------------*
       1050-INICIAR-ESTEIRA            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESCWCTL-AREA
           MOVE ZEROS                  TO RESCWCTL-DTA-PROCESSAMENTO
                                          RESCWCTL-INSTANCIA
                                          RESCWCTL-RETURN-CODE
           MOVE 'I'                    TO RESCWCTL-FUNCAO
           MOVE 'RESCDSA1'             TO RESCWCTL-ETAPA

           IF WRK-EXISTE-PARTICAO
              MOVE 'S'                 TO RESCWCTL-EXIGE-INSTANCIA
           ELSE
              MOVE 'N'                 TO RESCWCTL-EXIGE-INSTANCIA
           END-IF

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           IF RESCWCTL-RECUSADA
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTE DE FILE STATUS                                        *
      ******************************************************************

           PERFORM 1194-TESTAR-FS-EARQRCOB

           PERFORM 1199-TESTAR-FS-SARQRISC

           PERFORM 1193-TESTAR-FS-SARQPURG.

      *----------------------------------------------------------------*
       1194-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO SARQREST DE EXECUCAO ANTERIOR -       *
      *    EARQRSAN (ARQUIVO OPCIONAL - '05' = SEM EXECUCAO ANTERIOR,  *
       1197-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO SCORE DE RISCO - SARQRISC             *
      ******************************************************************
       1199-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO EXPURGO POR RETENCAO - SARQPURG       *
      ******************************************************************
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    OBTER DO CADASTRO DE PARAMETROS (ROTINA RESCDSC7) OS ITENS  *
      *    DO PARAMETRO INFORMADO EM RESCWPVG-COD-PARAMETRO QUE ESTAO  *
      *    EM VIGOR NA DATA DE PROCESSAMENTO DA ESTEIRA                *
      ******************************************************************
      *----------------------------------------------------------------*
       1205-OBTER-PARAMETRO-VIGOR      SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWCTL-DTA-PROCESSAMENTO
                                       TO RESCWPVG-DTA-REFERENCIA
           MOVE SPACES                 TO RESCWPVG-RESULTADO
           MOVE ZEROS                  TO RESCWPVG-QTD-ITENS

           CALL 'RESCDSC7'             USING RESCWPVG-AREA

           MOVE 1                      TO WRK-IND-VIGOR.

      *----------------------------------------------------------------*
       1205-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CARREGAR EM MEMORIA A TABELA DE CODIGOS VALIDOS DE TIPO-    *
      *    IMPED E MAIOR-GRAU (PARAMETRO TABIMPED EM VIGOR) - QUANDO   *
      *    NAO HA CODIGOS EM VIGOR, A VALIDACAO NUMERICA TRADICIONAL   *
      *    (CAMPO NAO-ZERO) PERMANECE EM VIGOR NA CONSISTENCIA         *
      ******************************************************************
      *----------------------------------------------------------------*
       1210-CARREGAR-TABELA-CODIGOS    SECTION.
           MOVE ZEROS                  TO WRK-QTD-TIPOS-VALIDOS
                                          WRK-QTD-GRAUS-VALIDOS

           MOVE 'TABIMPED'             TO RESCWPVG-COD-PARAMETRO

           PERFORM 1205-OBTER-PARAMETRO-VIGOR

           IF RESCWPVG-SEM-VIGOR
              GO                       TO 1210-99-FIM
           END-IF

           MOVE 'S'                    TO WRK-TABELA-CODIGOS-ATIVA

           PERFORM 1212-TRATAR-PROX-CODIGO
              UNTIL WRK-IND-VIGOR      GREATER RESCWPVG-QTD-ITENS.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TRATAR O PROXIMO CODIGO VALIDO EM VIGOR E ACUMULA-LO NA     *
      *    TABELA EM MEMORIA CORRESPONDENTE AO SEU TIPO                *
      ******************************************************************
      *----------------------------------------------------------------*
       1212-TRATAR-PROX-CODIGO         SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWPVG-VALOR (WRK-IND-VIGOR)
                                       TO RESCWTAB-REG-TABELA

           ADD 1                       TO WRK-IND-VIGOR

           IF RESCWTAB-TIPO-IMPEDIMENTO
              IF WRK-QTD-TIPOS-VALIDOS NOT LESS 50
                 MOVE 'TAB TIPO CHEIA' TO WRK-OPERACAO
                 MOVE 'TABIMPED'       TO WRK-ARQUIVO
                 MOVE '99'             TO WRK-FS
                 MOVE 'APL'            TO ERR-TIPO-ACESSO
                 MOVE '0120'           TO ERR-LOCAL
                 MOVE WRK-TEXTO        TO ERR-TEXTO
                 PERFORM 9999-ROTINA-ERRO
              END-IF
              ADD 1                    TO WRK-QTD-TIPOS-VALIDOS
              MOVE RESCWTAB-CODIGO     TO WRK-TIPO-VALIDO
                                          (WRK-QTD-TIPOS-VALIDOS)
           END-IF

           IF RESCWTAB-TIPO-GRAU
              IF WRK-QTD-GRAUS-VALIDOS NOT LESS 20
                 MOVE 'TAB GRAU CHEIA' TO WRK-OPERACAO
                 MOVE 'TABIMPED'       TO WRK-ARQUIVO
                 MOVE '99'             TO WRK-FS
                 MOVE 'APL'            TO ERR-TIPO-ACESSO
                 MOVE '0130'           TO ERR-LOCAL
                 MOVE WRK-TEXTO        TO ERR-TEXTO
                 PERFORM 9999-ROTINA-ERRO
              END-IF
              ADD 1                    TO WRK-QTD-GRAUS-VALIDOS
              MOVE RESCWTAB-CODIGO     TO WRK-GRAU-VALIDO
                                          (WRK-QTD-GRAUS-VALIDOS)
           END-IF.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

      ******************************************************************
      *    OBTER OS PESOS DO SCORE DE RISCO (PARAMETRO PARMPESO EM     *
      *    VIGOR) - QUANDO NAO HA PESOS EM VIGOR, TODOS OS PESOS       *
      *    PERMANECEM EM 1,00                                          *
      ******************************************************************
      *----------------------------------------------------------------*
       1230-LER-PARM-PESOS             SECTION.
      *----------------------------------------------------------------*

           MOVE 'PARMPESO'             TO RESCWPVG-COD-PARAMETRO

           PERFORM 1205-OBTER-PARAMETRO-VIGOR

           IF RESCWPVG-SEM-VIGOR
              GO                       TO 1230-99-FIM
           END-IF

           MOVE RESCWPVG-VALOR (1)     TO RESCWPES-REG-PESOS

           IF (RESCWPES-PESO-GRAU      NOT NUMERIC) OR
              (RESCWPES-PESO-QTDE      NOT NUMERIC) OR
      *----------------------------------------------------------------*

      ******************************************************************
      *    CARREGAR EM MEMORIA AS REGRAS DE RETENCAO LEGAL (PARAMETRO  *
      *    TABRETEN EM VIGOR) - QUANDO NAO HA REGRAS EM VIGOR, NENHUMA *
      *    RESTRICAO E EXPURGADA                                       *
      ******************************************************************
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-TABELA-RETENCAO-ATIVA
           MOVE ZEROS                  TO WRK-QTD-RETENCOES

           MOVE 'TABRETEN'             TO RESCWPVG-COD-PARAMETRO

           PERFORM 1205-OBTER-PARAMETRO-VIGOR

           IF RESCWPVG-SEM-VIGOR
              GO                       TO 1240-99-FIM
           END-IF

           MOVE 'S'                    TO WRK-TABELA-RETENCAO-ATIVA

           PERFORM 1242-TRATAR-PROX-RETENCAO
              UNTIL WRK-IND-VIGOR      GREATER RESCWPVG-QTD-ITENS.

      *----------------------------------------------------------------*
       1240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TRATAR A PROXIMA REGRA DE RETENCAO EM VIGOR E ACUMULA-LA NA *
      *    TABELA EM MEMORIA                                           *
      ******************************************************************
      *----------------------------------------------------------------*
       1242-TRATAR-PROX-RETENCAO       SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWPVG-VALOR (WRK-IND-VIGOR)
                                       TO RESCWRET-REG-RETENCAO

           ADD 1                       TO WRK-IND-VIGOR

           IF (RESCWRET-TIPO-IMPED     NOT NUMERIC) OR
              (RESCWRET-MESES-RETENCAO NOT NUMERIC) OR
                 EARQRCOB
                 EARQLIGC
                 PARMREST
                 CHKREST
                 SARQREST
                 SARQLIGC

           PERFORM 4500-GRAVAR-HISTORICO

           PERFORM 4900-FINALIZAR-ESTEIRA

           STOP RUN.

      *----------------------------------------------------------------*
       4510-99-FIM.                    EXIT.
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

           MOVE 'LIDOS EARQREST'       TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-LIDOS-EARQREST     TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'GRAVADOS SARQREST'    TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-GRAVS-SARQREST     TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'GRAVADOS SARQLIGC'    TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-GRAVS-SARQLIGC     TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'INCONSIST. EARQREST'  TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-INCONS-EARQREST    TO RESCWCTL-QTD-CONTADOR-4

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           MOVE RESCWCTL-RETURN-CODE   TO RETURN-CODE.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS                             *
      ******************************************************************
