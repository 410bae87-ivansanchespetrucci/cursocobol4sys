      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSC1.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSC1                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: ROTINA CHAMADA POR CADA PASSO DA ESTEIRA      *
      * DIARIA PARA CONTROLAR A ORDEM DAS ETAPAS NO ARQUIVO DE         *
      * CONTROLE MSTCTRL, CHAVEADO POR DATA DE PROCESSAMENTO / ETAPA / *
      * INSTANCIA. NA FUNCAO I (INICIO), LE O CARTAO PARMCTRL DO PASSO *
      * (DATA DA ESTEIRA, INSTANCIA E LIBERACOES), CONFERE NA TABELA   *
      * RESCWENC SE AS ETAPAS DAS QUAIS O PASSO DEPENDE TERMINARAM     *
      * LIMPAS (RETURN-CODE ATE 4) NA MESMA DATA E SE O PASSO JA NAO   *
      * FOI REGISTRADO PARA A DATA; QUALQUER FALHA DEVOLVE O RESULTADO *
      * 12 E O PASSO TERMINA SEM ABRIR OS SEUS ARQUIVOS. LIBERADO, O   *
      * INICIO E REGISTRADO. NA FUNCAO F (FIM), REGISTRA O FIM, O      *
      * RETURN-CODE E OS CONTADORES-CHAVE DO PASSO. NA FUNCAO C        *
      * (CONSULTA), USADA PELO RELATORIO RESCDSC2, SO CONFERE AS       *
      * DEPENDENCIAS DA ETAPA INFORMADA, SEM REGISTRAR NADA. O         *
      * ARQUIVO E ABERTO E FECHADO A CADA CHAMADA, PARA NAO PRENDER O  *
      * VSAM DURANTE O PASSO (AS PARTICOES DO RESCDSA1 RODAM JUNTAS).  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     PARMCTRL            I  (OPCIONAL)          RESCWPCT        *
      *     MSTCTRL            I/O (OPCIONAL)          RESTWCTL        *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *    RESCWENC - TABELA DO ENCADEAMENTO DA ESTEIRA DIARIA         *
      *    RESCWPCT - LAYOUT DO CARTAO DE CONTROLE DA ESTEIRA          *
      *    RESTWCTL - LAYOUT DO ARQUIVO DE CONTROLE DA ESTEIRA         *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*

       FILE-CONTROL.

           SELECT OPTIONAL PARMCTRL
                      ASSIGN           TO UT-S-PARMCTRL
                      FILE STATUS      IS WRK-FS-PARMCTRL.

           SELECT OPTIONAL MSTCTRL
                      ASSIGN           TO MSTCTRL
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWCTL-CHAVE
                      FILE STATUS      IS WRK-FS-MSTCTRL.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT - CARTAO DE CONTROLE DA ESTEIRA (PARMCTRL)            *
      *                                -  LRECL   = 080                *
      *----------------------------------------------------------------*

       FD  PARMCTRL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCTRL                 PIC  X(080).

      *----------------------------------------------------------------*
      *    I/O - ARQUIVO DE CONTROLE DA ESTEIRA (MSTCTRL)              *
      *                                -  LRECL   = 200                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWCTL E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  MSTCTRL
           LABEL RECORD IS STANDARD.

           COPY RESTWCTL.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSC1 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-PARMCTRL             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTCTRL              PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA ***'.
      *----------------------------------------------------------------*

           COPY RESCWPCT.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DO ENCADEAMENTO DA ESTEIRA ***'.
      *----------------------------------------------------------------*

           COPY RESCWENC.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE CONFERENCIA DAS DEPENDENCIAS ***'.
      *----------------------------------------------------------------*

       01  WRK-DTA-PROCESSAMENTO       PIC  9(008)         VALUE ZEROS.
       01  WRK-INSTANCIA               PIC  9(002)         VALUE ZEROS.

       01  WRK-REEXEC-FORCADA          PIC  X(001)         VALUE 'N'.
           88 WRK-FORCAR-REEXEC                            VALUE 'S'.

       01  WRK-DEPEND-LIBERADA         PIC  X(001)         VALUE 'N'.
           88 WRK-LIBERAR-DEPEND                           VALUE 'S'.

       01  WRK-IDX-ETAPA               PIC  9(003) COMP-3  VALUE ZEROS.
       01  WRK-IDX-DEP                 PIC  9(003) COMP-3  VALUE ZEROS.
       01  WRK-IDX-PROCURA             PIC  9(003) COMP-3  VALUE ZEROS.

       01  WRK-ETAPA-CONSULTA          PIC  X(008)         VALUE SPACES.
       01  WRK-QTD-PARTICOES           PIC  9(003) COMP-3  VALUE ZEROS.

       01  WRK-FIM-PARTICOES           PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-PARTICOES                        VALUE 'S'.

       01  WRK-DEP-ATENDIDA            PIC  X(001)         VALUE 'N'.
           88 WRK-DEPENDENCIA-ATENDIDA                     VALUE 'S'.

       01  WRK-DEP-REGISTRADA          PIC  X(001)         VALUE 'N'.
           88 WRK-DEPENDENCIA-REGISTRADA                   VALUE 'S'.

       01  WRK-REEXEC-RECUSADA         PIC  X(001)         VALUE 'N'.
           88 WRK-REEXECUCAO-RECUSADA                      VALUE 'S'.

       01  WRK-QTD-PENDENCIAS          PIC  9(003) COMP-3  VALUE ZEROS.

      *    SITUACAO DE UMA ETAPA QUE NAO ESTA LIMPA, PARA A MENSAGEM   *
       01  WRK-LIN-PENDENCIA.
           05 WRK-PEN-ETAPA            PIC  X(008)         VALUE SPACES.
           05 WRK-PEN-BARRA            PIC  X(001)         VALUE SPACES.
           05 WRK-PEN-INSTANCIA        PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-PEN-SITUACAO         PIC  X(021)         VALUE SPACES.
           05 WRK-PEN-RC               PIC  X(004)         VALUE SPACES.

       01  WRK-LIN-PENDENCIA-ANT       PIC  X(037)         VALUE SPACES.

       01  WRK-PENDENCIAS.
           05 WRK-PENDENCIA-1          PIC  X(037)         VALUE SPACES.
           05 WRK-PENDENCIA-2          PIC  X(037)         VALUE SPACES.
           05 WRK-PENDENCIA-3          PIC  X(037)         VALUE SPACES.

       01  WRK-RC-EDITADO              PIC  9(004)         VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VARIAVEIS AUXILIARES ***'.
      *----------------------------------------------------------------*

       01  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       01  WRK-DATA-SISTEMA            PIC  9(008)         VALUE ZEROS.
       01  WRK-HORA-SISTEMA            PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE MENSAGENS ***'.
      *----------------------------------------------------------------*

       01  WRK-TEXTO.
           05 FILLER                   PIC  X(007)         VALUE
              '* ERRO '.
           05 WRK-OPERACAO             PIC  X(014)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              'DO ARQUIVO '.
           05 WRK-ARQUIVO              PIC  X(009)         VALUE SPACES.
           05 FILLER                   PIC  X(016)         VALUE
              '- FILE-STATUS = '.
           05 WRK-FS                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE
              ' *'.

       01  WRK-MENSAGEM.
           05 WRK-ABERTURA             PIC  X(013)         VALUE
             'NA ABERTURA'.
           05 WRK-LEITURA              PIC  X(013)         VALUE
             'NA LEITURA'.
           05 WRK-GRAVACAO             PIC  X(013)         VALUE
             'NA GRAVACAO'.
           05 WRK-REGRAVACAO           PIC  X(013)         VALUE
             'NA REGRAVACAO'.
           05 WRK-POSICIONAMENTO       PIC  X(013)         VALUE
             'NO START'.
           05 WRK-FECHAMENTO           PIC  X(013)         VALUE
             'NO FECHAMENTO'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA TRATAMENTO ERRO ***'.
      *----------------------------------------------------------------*

           COPY 'I#BRAD7C'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** RESCDSC1 - FIM DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

           COPY RESCWCTL.

      *================================================================*
       PROCEDURE                       DIVISION USING RESCWCTL-AREA.
      *================================================================*

      ******************************************************************
      *    ROTINA PRINCIPAL                                            *
      ******************************************************************
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*

           MOVE '00'                   TO RESCWCTL-RESULTADO
           MOVE 'N'                    TO WRK-REEXEC-RECUSADA

           ACCEPT WRK-DATA-SISTEMA     FROM DATE YYYYMMDD

           ACCEPT WRK-HORA-SISTEMA     FROM TIME

           IF RESCWCTL-FUNCAO-INICIO
              PERFORM 1000-INICIAR-ETAPA
           ELSE
              IF RESCWCTL-FUNCAO-FIM
                 PERFORM 2000-FINALIZAR-ETAPA
              ELSE
                 IF RESCWCTL-FUNCAO-CONSULTA
                    PERFORM 3000-CONSULTAR-ETAPA
                 ELSE
                    MOVE 'PARM FUNCAO'    TO WRK-OPERACAO
                    MOVE 'RESCWCTL'       TO WRK-ARQUIVO
                    MOVE '99'             TO WRK-FS
                    MOVE 'APL'            TO ERR-TIPO-ACESSO
                    MOVE '0030'           TO ERR-LOCAL
                    MOVE WRK-TEXTO        TO ERR-TEXTO
                    PERFORM 9999-ROTINA-ERRO
                 END-IF
              END-IF
           END-IF

           MOVE ZEROS                  TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FUNCAO I - LER O CARTAO DO PASSO, CONFERIR AS DEPENDENCIAS  *
      *    E A REEXECUCAO E REGISTRAR O INICIO DA ETAPA                *
      ******************************************************************
      *----------------------------------------------------------------*
       1000-INICIAR-ETAPA              SECTION.
      *----------------------------------------------------------------*

           PERFORM 1100-LER-PARMCTRL

           MOVE WRK-DTA-PROCESSAMENTO  TO RESCWCTL-DTA-PROCESSAMENTO
           MOVE WRK-INSTANCIA          TO RESCWCTL-INSTANCIA

           IF RESCWCTL-INSTANCIA-OBRIGATORIA
              AND WRK-INSTANCIA        EQUAL ZEROS
              MOVE 'INSTANCIA DA PARTICAO NAO INFORMADA'
                                       TO WRK-PENDENCIA-1
              PERFORM 1900-RECUSAR-ETAPA
              GO                       TO 1000-99-FIM
           END-IF

           OPEN I-O    MSTCTRL

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTCTRL

           PERFORM 1300-CONFERIR-DEPENDENCIAS

           IF WRK-QTD-PENDENCIAS       GREATER ZEROS
              AND NOT WRK-LIBERAR-DEPEND
              PERFORM 1800-FECHAR-MSTCTRL
              PERFORM 1900-RECUSAR-ETAPA
              GO                       TO 1000-99-FIM
           END-IF

           PERFORM 1500-REGISTRAR-INICIO

           PERFORM 1800-FECHAR-MSTCTRL.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O CARTAO DE CONTROLE DO PASSO (OPCIONAL) - SEM ELE VALE *
      *    A DATA DO SISTEMA, A INSTANCIA ZERO E NENHUMA LIBERACAO     *
      ******************************************************************
      *----------------------------------------------------------------*
       1100-LER-PARMCTRL               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESCWPCT-REG-PARM
           MOVE 'N'                    TO WRK-REEXEC-FORCADA
           MOVE 'N'                    TO WRK-DEPEND-LIBERADA

           OPEN INPUT  PARMCTRL

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMCTRL

           IF WRK-FS-PARMCTRL          NOT EQUAL '05'
              READ PARMCTRL            INTO RESCWPCT-REG-PARM
              IF WRK-FS-PARMCTRL       NOT EQUAL '10'
                 MOVE WRK-LEITURA      TO WRK-OPERACAO
                 PERFORM 1110-TESTAR-FS-PARMCTRL
              END-IF
           END-IF

           CLOSE PARMCTRL

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMCTRL

           IF RESCWPCT-DTA-PROCESSAMENTO
                                       EQUAL SPACES
              MOVE ZEROS               TO RESCWPCT-DTA-PROC-N
           END-IF

           IF RESCWPCT-INSTANCIA       EQUAL SPACES
              MOVE ZEROS               TO RESCWPCT-INSTANCIA-N
           END-IF

           IF RESCWPCT-DTA-PROC-N      NOT NUMERIC
              OR RESCWPCT-DTA-PROC-N   GREATER WRK-DATA-SISTEMA
              MOVE 'PARM DATA'         TO WRK-OPERACAO
              MOVE 'PARMCTRL'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0040'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           IF RESCWPCT-INSTANCIA-N     NOT NUMERIC
              MOVE 'PARM INSTANCIA'    TO WRK-OPERACAO
              MOVE 'PARMCTRL'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0050'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           MOVE RESCWPCT-DTA-PROC-N    TO WRK-DTA-PROCESSAMENTO

           IF WRK-DTA-PROCESSAMENTO    EQUAL ZEROS
              MOVE WRK-DATA-SISTEMA    TO WRK-DTA-PROCESSAMENTO
           END-IF

      *    SO O PASSO PARTICIONADO USA A INSTANCIA DO CARTAO - OS      *
      *    DEMAIS SAO SEMPRE A EXECUCAO UNICA DA ETAPA                 *
           MOVE ZEROS                  TO WRK-INSTANCIA

           IF RESCWCTL-INSTANCIA-OBRIGATORIA
              MOVE RESCWPCT-INSTANCIA-N
                                       TO WRK-INSTANCIA
           END-IF

           IF RESCWPCT-REEXEC-FORCADA
              MOVE 'S'                 TO WRK-REEXEC-FORCADA
           END-IF

           IF RESCWPCT-DEPEND-LIBERADA
              MOVE 'S'                 TO WRK-DEPEND-LIBERADA
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO CARTAO DE CONTROLE - PARMCTRL         *
      *    ('05' = CARTAO NAO INFORMADO)                               *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-TESTAR-FS-PARMCTRL         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-PARMCTRL          NOT EQUAL ZEROS
              AND WRK-FS-PARMCTRL      NOT EQUAL '05'
              MOVE 'PARMCTRL'          TO WRK-ARQUIVO
              MOVE WRK-FS-PARMCTRL     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0010'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO ARQUIVO DE CONTROLE - MSTCTRL         *
      *    ('05' = ARQUIVO CRIADO NA PRIMEIRA EXECUCAO)                *
      ******************************************************************
      *----------------------------------------------------------------*
       1120-TESTAR-FS-MSTCTRL          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTCTRL           NOT EQUAL ZEROS
              AND WRK-FS-MSTCTRL       NOT EQUAL '05'
              MOVE 'MSTCTRL'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTCTRL      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0020'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LOCALIZAR A ETAPA NA TABELA DO ENCADEAMENTO - A ETAPA FORA  *
      *    DA TABELA FICA COM O INDICE ZERO E NAO TEM DEPENDENCIAS     *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-LOCALIZAR-ETAPA            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-IDX-ETAPA
           MOVE 1                      TO WRK-IDX-PROCURA

           PERFORM 1210-COMPARAR-ETAPA
               UNTIL WRK-IDX-PROCURA   GREATER RESCWENC-QTD-ETAPAS
                  OR WRK-IDX-ETAPA     GREATER ZEROS.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    COMPARAR A ETAPA DO PASSO COM UMA ENTRADA DA TABELA         *
      ******************************************************************
      *----------------------------------------------------------------*
       1210-COMPARAR-ETAPA             SECTION.
      *----------------------------------------------------------------*

           IF RESCWENC-ETAPA (WRK-IDX-PROCURA)
                                       EQUAL RESCWCTL-ETAPA
              MOVE WRK-IDX-PROCURA     TO WRK-IDX-ETAPA
           END-IF

           ADD 1                       TO WRK-IDX-PROCURA.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONFERIR AS DEPENDENCIAS DA ETAPA NA DATA DE PROCESSAMENTO  *
      *    - CADA DEPENDENCIA NAO ATENDIDA ENTRA NA LISTA DE           *
      *    PENDENCIAS DA MENSAGEM DE RECUSA                            *
      ******************************************************************
      *----------------------------------------------------------------*
       1300-CONFERIR-DEPENDENCIAS      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTD-PENDENCIAS
           MOVE SPACES                 TO WRK-PENDENCIAS

           PERFORM 1200-LOCALIZAR-ETAPA

           IF WRK-IDX-ETAPA            EQUAL ZEROS
              GO                       TO 1300-99-FIM
           END-IF

           MOVE 1                      TO WRK-IDX-DEP

           PERFORM 1310-CONFERIR-DEPENDENCIA
               UNTIL WRK-IDX-DEP       GREATER 3.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONFERIR UMA DEPENDENCIA - A ETAPA PRINCIPAL (UNICA OU      *
      *    TODAS AS PARTICOES) E, SE ELA NAO ESTIVER LIMPA, A          *
      *    ALTERNATIVA. QUANDO A PRINCIPAL NEM FOI EXECUTADA, A        *
      *    MENSAGEM MOSTRA A SITUACAO DA ALTERNATIVA                   *
      ******************************************************************
      *----------------------------------------------------------------*
       1310-CONFERIR-DEPENDENCIA       SECTION.
      *----------------------------------------------------------------*

           IF RESCWENC-DEP-ETAPA (WRK-IDX-ETAPA WRK-IDX-DEP)
                                       EQUAL SPACES
              GO                       TO 1310-90-PROXIMA
           END-IF

           MOVE RESCWENC-DEP-ETAPA (WRK-IDX-ETAPA WRK-IDX-DEP)
                                       TO WRK-ETAPA-CONSULTA

           IF RESCWENC-DEP-PARTICOES (WRK-IDX-ETAPA WRK-IDX-DEP)
              PERFORM 1330-CONFERIR-PARTICOES
           ELSE
              PERFORM 1320-CONFERIR-UNICA
           END-IF

           IF WRK-DEPENDENCIA-ATENDIDA
              GO                       TO 1310-90-PROXIMA
           END-IF

           IF RESCWENC-DEP-ALTERNATIVA (WRK-IDX-ETAPA WRK-IDX-DEP)
                                       NOT EQUAL SPACES
              MOVE RESCWENC-DEP-ALTERNATIVA (WRK-IDX-ETAPA WRK-IDX-DEP)
                                       TO WRK-ETAPA-CONSULTA
              IF WRK-DEPENDENCIA-REGISTRADA
                 MOVE WRK-LIN-PENDENCIA
                                       TO WRK-LIN-PENDENCIA-ANT
                 PERFORM 1320-CONFERIR-UNICA
                 MOVE WRK-LIN-PENDENCIA-ANT
                                       TO WRK-LIN-PENDENCIA
              ELSE
                 PERFORM 1320-CONFERIR-UNICA
              END-IF
           END-IF

           IF WRK-DEPENDENCIA-ATENDIDA
              GO                       TO 1310-90-PROXIMA
           END-IF

           ADD 1                       TO WRK-QTD-PENDENCIAS

           IF WRK-QTD-PENDENCIAS       EQUAL 1
              MOVE WRK-LIN-PENDENCIA   TO WRK-PENDENCIA-1
           ELSE
              IF WRK-QTD-PENDENCIAS    EQUAL 2
                 MOVE WRK-LIN-PENDENCIA
                                       TO WRK-PENDENCIA-2
              ELSE
                 MOVE WRK-LIN-PENDENCIA
                                       TO WRK-PENDENCIA-3
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       1310-90-PROXIMA.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-IDX-DEP.

      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONFERIR A EXECUCAO UNICA DE UMA ETAPA NA DATA - LIMPA =    *
      *    FINALIZADA COM RETURN-CODE ATE 4                            *
      ******************************************************************
      *----------------------------------------------------------------*
       1320-CONFERIR-UNICA             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DEP-ATENDIDA
           MOVE 'N'                    TO WRK-DEP-REGISTRADA

           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWCTL-DTA-PROCESSAMENTO
           MOVE WRK-ETAPA-CONSULTA     TO RESTWCTL-ETAPA
           MOVE ZEROS                  TO RESTWCTL-INSTANCIA

           READ MSTCTRL

           IF WRK-FS-MSTCTRL           EQUAL '23'
              MOVE SPACES              TO WRK-LIN-PENDENCIA
              MOVE WRK-ETAPA-CONSULTA  TO WRK-PEN-ETAPA
              MOVE 'NAO EXECUTADA'     TO WRK-PEN-SITUACAO
              GO                       TO 1320-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTCTRL

           MOVE 'S'                    TO WRK-DEP-REGISTRADA

           PERFORM 1340-AVALIAR-REGISTRO.

      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONFERIR TODAS AS PARTICOES (INSTANCIAS 01 A 99) DE UMA     *
      *    ETAPA NA DATA - PELO MENOS UMA E TODAS LIMPAS               *
      ******************************************************************
      *----------------------------------------------------------------*
       1330-CONFERIR-PARTICOES         SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO WRK-DEP-ATENDIDA
           MOVE 'N'                    TO WRK-DEP-REGISTRADA
           MOVE 'N'                    TO WRK-FIM-PARTICOES
           MOVE ZEROS                  TO WRK-QTD-PARTICOES

           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWCTL-DTA-PROCESSAMENTO
           MOVE WRK-ETAPA-CONSULTA     TO RESTWCTL-ETAPA
           MOVE 1                      TO RESTWCTL-INSTANCIA

           START MSTCTRL KEY NOT LESS RESTWCTL-CHAVE

           IF WRK-FS-MSTCTRL           EQUAL '23'
              MOVE 'S'                 TO WRK-FIM-PARTICOES
           ELSE
              MOVE WRK-POSICIONAMENTO  TO WRK-OPERACAO
              PERFORM 1120-TESTAR-FS-MSTCTRL
           END-IF

           PERFORM 1335-LER-PROX-PARTICAO
               UNTIL WRK-ESGOTOU-PARTICOES

           IF WRK-QTD-PARTICOES        EQUAL ZEROS
              MOVE 'N'                 TO WRK-DEP-ATENDIDA
              MOVE SPACES              TO WRK-LIN-PENDENCIA
              MOVE WRK-ETAPA-CONSULTA  TO WRK-PEN-ETAPA
              MOVE 'NENHUMA PARTICAO'  TO WRK-PEN-SITUACAO
           END-IF.

      *----------------------------------------------------------------*
       1330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A PROXIMA PARTICAO DA ETAPA - A PRIMEIRA QUE NAO ESTA   *
      *    LIMPA VAI PARA A MENSAGEM                                   *
      ******************************************************************
      *----------------------------------------------------------------*
       1335-LER-PROX-PARTICAO          SECTION.
      *----------------------------------------------------------------*

           READ MSTCTRL NEXT

           IF WRK-FS-MSTCTRL           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-PARTICOES
              GO                       TO 1335-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTCTRL

           IF RESTWCTL-DTA-PROCESSAMENTO
                                       NOT EQUAL WRK-DTA-PROCESSAMENTO
              OR RESTWCTL-ETAPA        NOT EQUAL WRK-ETAPA-CONSULTA
              MOVE 'S'                 TO WRK-FIM-PARTICOES
              GO                       TO 1335-99-FIM
           END-IF

           ADD 1                       TO WRK-QTD-PARTICOES

           MOVE 'S'                    TO WRK-DEP-REGISTRADA

           IF NOT WRK-DEPENDENCIA-ATENDIDA
              GO                       TO 1335-99-FIM
           END-IF

           PERFORM 1340-AVALIAR-REGISTRO.

      *----------------------------------------------------------------*
       1335-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    AVALIAR O REGISTRO DE CONTROLE LIDO - LIMPO OU, SE NAO,     *
      *    MONTAR A SITUACAO PARA A MENSAGEM                           *
      ******************************************************************
      *----------------------------------------------------------------*
       1340-AVALIAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO WRK-DEP-ATENDIDA

           IF RESTWCTL-FINALIZADA
              AND RESTWCTL-RETURN-CODE NOT GREATER 4
              GO                       TO 1340-99-FIM
           END-IF

           MOVE 'N'                    TO WRK-DEP-ATENDIDA

           MOVE SPACES                 TO WRK-LIN-PENDENCIA
           MOVE RESTWCTL-ETAPA         TO WRK-PEN-ETAPA

           IF RESTWCTL-INSTANCIA       GREATER ZEROS
              MOVE '/'                 TO WRK-PEN-BARRA
              MOVE RESTWCTL-INSTANCIA  TO WRK-PEN-INSTANCIA
           END-IF

           IF RESTWCTL-FINALIZADA
              MOVE 'FINALIZADA COM RC'  TO WRK-PEN-SITUACAO
              MOVE RESTWCTL-RETURN-CODE
                                       TO WRK-RC-EDITADO
              MOVE WRK-RC-EDITADO      TO WRK-PEN-RC
           ELSE
              MOVE 'INICIADA SEM FIM'  TO WRK-PEN-SITUACAO
           END-IF.

      *----------------------------------------------------------------*
       1340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    RECUSAR A REEXECUCAO NAO FORCADA E REGISTRAR O INICIO DA    *
      *    ETAPA - A PRIMEIRA EXECUCAO GRAVA O REGISTRO; A REEXECUCAO  *
      *    FORCADA O REGRAVA COM OS DADOS DA NOVA EXECUCAO             *
      ******************************************************************
      *----------------------------------------------------------------*
       1500-REGISTRAR-INICIO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWCTL-DTA-PROCESSAMENTO
           MOVE RESCWCTL-ETAPA         TO RESTWCTL-ETAPA
           MOVE WRK-INSTANCIA          TO RESTWCTL-INSTANCIA

           READ MSTCTRL

           IF WRK-FS-MSTCTRL           EQUAL '23'
              MOVE SPACES              TO RESTWCTL-REG-CONTROLE
              MOVE WRK-DTA-PROCESSAMENTO
                                       TO RESTWCTL-DTA-PROCESSAMENTO
              MOVE RESCWCTL-ETAPA      TO RESTWCTL-ETAPA
              MOVE WRK-INSTANCIA       TO RESTWCTL-INSTANCIA
              MOVE ZEROS               TO RESTWCTL-QTDE-EXECUCOES
              PERFORM 1510-PREENCHER-INICIO
              WRITE RESTWCTL-REG-CONTROLE
              MOVE WRK-GRAVACAO        TO WRK-OPERACAO
              PERFORM 1120-TESTAR-FS-MSTCTRL
              GO                       TO 1500-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTCTRL

           IF NOT WRK-FORCAR-REEXEC
              MOVE 'ETAPA JA REGISTRADA NA DATA'
                                       TO WRK-PENDENCIA-1
              PERFORM 1340-AVALIAR-REGISTRO
              IF WRK-DEPENDENCIA-ATENDIDA
                 MOVE SPACES           TO WRK-LIN-PENDENCIA
                 MOVE RESTWCTL-ETAPA   TO WRK-PEN-ETAPA
                 MOVE 'FINALIZADA COM RC' TO WRK-PEN-SITUACAO
                 MOVE RESTWCTL-RETURN-CODE
                                       TO WRK-RC-EDITADO
                 MOVE WRK-RC-EDITADO   TO WRK-PEN-RC
              END-IF
              MOVE WRK-LIN-PENDENCIA   TO WRK-PENDENCIA-2
              MOVE SPACES              TO WRK-PENDENCIA-3
              MOVE 'S'                 TO WRK-REEXEC-RECUSADA
              PERFORM 1900-RECUSAR-ETAPA
              GO                       TO 1500-99-FIM
           END-IF

           PERFORM 1510-PREENCHER-INICIO

           REWRITE RESTWCTL-REG-CONTROLE

           MOVE WRK-REGRAVACAO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTCTRL.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PREENCHER O REGISTRO DE CONTROLE COM O INICIO DA EXECUCAO   *
      ******************************************************************
      *----------------------------------------------------------------*
       1510-PREENCHER-INICIO           SECTION.
      *----------------------------------------------------------------*

           MOVE 'I'                    TO RESTWCTL-SITUACAO
           MOVE WRK-DATA-SISTEMA       TO RESTWCTL-DTA-INICIO
           MOVE WRK-HORA-SISTEMA       TO RESTWCTL-HORA-INICIO
           MOVE ZEROS                  TO RESTWCTL-DTA-FIM
           MOVE ZEROS                  TO RESTWCTL-HORA-FIM
           MOVE ZEROS                  TO RESTWCTL-RETURN-CODE
           MOVE WRK-REEXEC-FORCADA     TO RESTWCTL-REEXEC-FORCADA
           MOVE WRK-DEPEND-LIBERADA    TO RESTWCTL-DEPEND-LIBERADA

           ADD 1                       TO RESTWCTL-QTDE-EXECUCOES

           MOVE SPACES                 TO RESTWCTL-DES-CONTADOR-1
           MOVE SPACES                 TO RESTWCTL-DES-CONTADOR-2
           MOVE SPACES                 TO RESTWCTL-DES-CONTADOR-3
           MOVE SPACES                 TO RESTWCTL-DES-CONTADOR-4
           MOVE ZEROS                  TO RESTWCTL-QTD-CONTADOR-1
           MOVE ZEROS                  TO RESTWCTL-QTD-CONTADOR-2
           MOVE ZEROS                  TO RESTWCTL-QTD-CONTADOR-3
           MOVE ZEROS                  TO RESTWCTL-QTD-CONTADOR-4

           IF NOT WRK-FORCAR-REEXEC
              AND NOT WRK-LIBERAR-DEPEND
              GO                       TO 1510-99-FIM
           END-IF

           DISPLAY '***************** RESCDSC1 ******************'
           DISPLAY '*                                           *'
           DISPLAY '*  ETAPA ' RESCWCTL-ETAPA ' LIBERADA PELO PARMCTRL'
                   '    *'
           DISPLAY '*  PARA A DATA ' WRK-DTA-PROCESSAMENTO
                   '                     *'

           IF WRK-FORCAR-REEXEC
              DISPLAY '*  REEXECUCAO FORCADA (FORCAR-REEXEC = S)   *'
           END-IF

           IF WRK-LIBERAR-DEPEND
              DISPLAY '*  DEPENDENCIAS LIBERADAS (LIBERAR-DEPEND)  *'
           END-IF

           DISPLAY '*                                           *'
           DISPLAY '***************** RESCDSC1 ******************'.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FECHAR O ARQUIVO DE CONTROLE                                *
      ******************************************************************
      *----------------------------------------------------------------*
       1800-FECHAR-MSTCTRL             SECTION.
      *----------------------------------------------------------------*

           CLOSE MSTCTRL

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTCTRL.

      *----------------------------------------------------------------*
       1800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    RECUSAR A ETAPA - DEVOLVER O RESULTADO 12 E EXPLICAR NO     *
      *    CONSOLE O MOTIVO E A LIBERACAO QUE O PARMCTRL ACEITA        *
      ******************************************************************
      *----------------------------------------------------------------*
       1900-RECUSAR-ETAPA              SECTION.
      *----------------------------------------------------------------*

           DISPLAY '***************** RESCDSC1 ******************'
           DISPLAY '*                                           *'
           DISPLAY '*  ETAPA ' RESCWCTL-ETAPA ' RECUSADA NA ESTEIRA DE'
                   '    *'
           DISPLAY '*  ' WRK-DTA-PROCESSAMENTO
                   '                                 *'

           IF WRK-PENDENCIA-1          NOT EQUAL SPACES
              DISPLAY '*  ' WRK-PENDENCIA-1 '    *'
           END-IF

           IF WRK-PENDENCIA-2          NOT EQUAL SPACES
              DISPLAY '*  ' WRK-PENDENCIA-2 '    *'
           END-IF

           IF WRK-PENDENCIA-3          NOT EQUAL SPACES
              DISPLAY '*  ' WRK-PENDENCIA-3 '    *'
           END-IF

           IF WRK-REEXECUCAO-RECUSADA
              DISPLAY '*  PARA RODAR DE NOVO NA MESMA DATA INFORME *'
              DISPLAY '*  FORCAR-REEXEC = S NO PARMCTRL            *'
           ELSE
              IF WRK-QTD-PENDENCIAS    GREATER ZEROS
                 DISPLAY '*  ETAPAS ANTERIORES NAO TERMINARAM LIMPAS -*'
                 DISPLAY '*  LIBERAR-DEPEND = S NO PARMCTRL SO COM    *'
                 DISPLAY '*  AUTORIZACAO DA PRODUCAO                  *'
              ELSE
                 DISPLAY '*  INFORMAR A INSTANCIA (01 A 99) NO        *'
                 DISPLAY '*  PARMCTRL DE CADA PARTICAO                *'
              END-IF
           END-IF

           DISPLAY '*                                           *'
           DISPLAY '***************** RESCDSC1 ******************'

           MOVE '12'                   TO RESCWCTL-RESULTADO.

      *----------------------------------------------------------------*
       1900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FUNCAO F - REGISTRAR O FIM DA ETAPA COM O RETURN-CODE E OS  *
      *    CONTADORES-CHAVE INFORMADOS PELO PASSO                      *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-FINALIZAR-ETAPA            SECTION.
      *----------------------------------------------------------------*

           OPEN I-O    MSTCTRL

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTCTRL

           MOVE RESCWCTL-DTA-PROCESSAMENTO
                                       TO RESTWCTL-DTA-PROCESSAMENTO
           MOVE RESCWCTL-ETAPA         TO RESTWCTL-ETAPA
           MOVE RESCWCTL-INSTANCIA     TO RESTWCTL-INSTANCIA

           READ MSTCTRL

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTCTRL

           MOVE 'F'                    TO RESTWCTL-SITUACAO
           MOVE WRK-DATA-SISTEMA       TO RESTWCTL-DTA-FIM
           MOVE WRK-HORA-SISTEMA       TO RESTWCTL-HORA-FIM
           MOVE RESCWCTL-RETURN-CODE   TO RESTWCTL-RETURN-CODE
           MOVE RESCWCTL-CONTADOR-1    TO RESTWCTL-CONTADOR-1
           MOVE RESCWCTL-CONTADOR-2    TO RESTWCTL-CONTADOR-2
           MOVE RESCWCTL-CONTADOR-3    TO RESTWCTL-CONTADOR-3
           MOVE RESCWCTL-CONTADOR-4    TO RESTWCTL-CONTADOR-4

           REWRITE RESTWCTL-REG-CONTROLE

           MOVE WRK-REGRAVACAO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTCTRL

           PERFORM 1800-FECHAR-MSTCTRL.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FUNCAO C - SO CONFERIR AS DEPENDENCIAS DA ETAPA NA DATA     *
      *    INFORMADA NA AREA (RESULTADO 12 = ALGUMA PENDENTE)          *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-CONSULTAR-ETAPA            SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWCTL-DTA-PROCESSAMENTO
                                       TO WRK-DTA-PROCESSAMENTO

           OPEN INPUT  MSTCTRL

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTCTRL

           PERFORM 1300-CONFERIR-DEPENDENCIAS

           IF WRK-QTD-PENDENCIAS       GREATER ZEROS
              MOVE '12'                TO RESCWCTL-RESULTADO
           END-IF

           PERFORM 1800-FECHAR-MSTCTRL.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS - A ROTINA E CHAMADA, POR   *
      *    ISSO TERMINA O PASSO INTEIRO EM VEZ DE VOLTAR AO CHAMADOR   *
      ******************************************************************
      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'RESCDSC1'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           STOP RUN.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
