      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSC7.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSC7                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: ROTINA CHAMADA PELOS PASSOS QUE DEPENDEM DOS  *
      * PARAMETROS DA ESTEIRA (CODIGOS VALIDOS, RETENCAO LEGAL, PESOS  *
      * DO SCORE, LIMITE DE ALERTA E CICLOS DO RECICLADOR) PARA OBTER  *
      * OS ITENS DE UM PARAMETRO EM VIGOR NA DATA DE PROCESSAMENTO.    *
      * LE NO CADASTRO MSTPARM AS ALTERACOES DO PARAMETRO, NA ORDEM DA *
      * CHAVE (ITEM E DATA DE VIGENCIA), E PARA CADA ITEM FICA COM A   *
      * ULTIMA ALTERACAO APROVADA COM VIGENCIA ATE A DATA DE           *
      * REFERENCIA - PROPOSTAS PENDENTES, RECUSADAS OU CANCELADAS NAO  *
      * VALEM. O ITEM CUJA ALTERACAO EM VIGOR E UMA EXCLUSAO NAO E     *
      * DEVOLVIDO. SEM DATA DE REFERENCIA, VALE A DATA DO CARTAO       *
      * PARMCTRL DO PASSO OU, SEM O CARTAO, A DATA DO SISTEMA. O       *
      * ARQUIVO E ABERTO E FECHADO A CADA CHAMADA.                     *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     PARMCTRL            I  (OPCIONAL)          RESCWPCT        *
      *     MSTPARM             I  (OPCIONAL)          RESTWPAR        *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESCWPVG - AREA DE COMUNICACAO DOS PARAMETROS EM VIGOR      *
      *    RESCWPCT - LAYOUT DO CARTAO DE CONTROLE DA ESTEIRA          *
      *    RESTWPAR - LAYOUT DO CADASTRO DE PARAMETROS                 *
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

           SELECT OPTIONAL MSTPARM
                      ASSIGN           TO MSTPARM
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWPAR-CHAVE
                      FILE STATUS      IS WRK-FS-MSTPARM.

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
      *    INPUT - CADASTRO DE PARAMETROS DA ESTEIRA (MSTPARM)         *
      *                                -  LRECL   = 250                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWPAR E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  MSTPARM
           LABEL RECORD IS STANDARD.

           COPY RESTWPAR.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSC7 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-PARMCTRL             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTPARM              PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA ***'.
      *----------------------------------------------------------------*

           COPY RESCWPCT.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE APURACAO DOS ITENS EM VIGOR ***'.
      *----------------------------------------------------------------*

       01  WRK-DTA-PROCESSAMENTO       PIC  9(008)         VALUE ZEROS.

       01  WRK-FIM-MSTPARM             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-MSTPARM                          VALUE 'S'.

       01  WRK-ITEM-EM-CURSO           PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-ITEM-EM-CURSO                     VALUE 'S'.

       01  WRK-ITEM-ATUAL              PIC  X(006)         VALUE SPACES.

      *    ULTIMA ALTERACAO APROVADA DO ITEM EM CURSO COM VIGENCIA ATE *
      *    A DATA DE REFERENCIA                                        *
       01  WRK-ALTERACAO-ACHADA        PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-ALTERACAO                         VALUE 'S'.

       01  WRK-ALT-OPERACAO            PIC  X(001)         VALUE SPACES.
           88 WRK-ALT-EXCLUSAO                             VALUE 'E'.
       01  WRK-ALT-VALOR               PIC  X(020)         VALUE SPACES.
       01  WRK-ALT-DTA-VIGENCIA        PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VARIAVEIS AUXILIARES ***'.
      *----------------------------------------------------------------*

       01  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       01  WRK-DATA-SISTEMA            PIC  9(008)         VALUE ZEROS.

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
           '*** RESCDSC7 - FIM DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

           COPY RESCWPVG.

      *================================================================*
       PROCEDURE                       DIVISION USING RESCWPVG-AREA.
      *================================================================*

      ******************************************************************
      *    ROTINA PRINCIPAL                                            *
      ******************************************************************
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*

           MOVE '04'                   TO RESCWPVG-RESULTADO
           MOVE ZEROS                  TO RESCWPVG-QTD-ITENS

           ACCEPT WRK-DATA-SISTEMA     FROM DATE YYYYMMDD

           IF RESCWPVG-DTA-REFERENCIA  NOT NUMERIC
              OR RESCWPVG-COD-PARAMETRO
                                       EQUAL SPACES
              MOVE 'PARM CHAMADA'      TO WRK-OPERACAO
              MOVE 'RESCWPVG'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           IF RESCWPVG-DTA-REFERENCIA  EQUAL ZEROS
              PERFORM 1100-LER-PARMCTRL
              MOVE WRK-DTA-PROCESSAMENTO
                                       TO RESCWPVG-DTA-REFERENCIA
           END-IF

           PERFORM 2000-OBTER-ITENS-VIGOR

           IF RESCWPVG-QTD-ITENS       GREATER ZEROS
              MOVE '00'                TO RESCWPVG-RESULTADO
           END-IF

           MOVE ZEROS                  TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A DATA DE PROCESSAMENTO NO CARTAO DE CONTROLE DO PASSO  *
      *    (OPCIONAL) - SEM ELE, OU COM A DATA ZERADA, VALE A DATA DO  *
      *    SISTEMA                                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       1100-LER-PARMCTRL               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESCWPCT-REG-PARM

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

           MOVE RESCWPCT-DTA-PROC-N    TO WRK-DTA-PROCESSAMENTO

           IF WRK-DTA-PROCESSAMENTO    EQUAL ZEROS
              MOVE WRK-DATA-SISTEMA    TO WRK-DTA-PROCESSAMENTO
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
      *    TESTAR FILE-STATUS DO CADASTRO DE PARAMETROS - MSTPARM      *
      *    ('05' = CADASTRO AINDA NAO CRIADO - NENHUM ITEM EM VIGOR)   *
      ******************************************************************
      *----------------------------------------------------------------*
       1120-TESTAR-FS-MSTPARM          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTPARM           NOT EQUAL ZEROS
              AND WRK-FS-MSTPARM       NOT EQUAL '05'
              MOVE 'MSTPARM'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTPARM      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0020'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PERCORRER NO CADASTRO AS ALTERACOES DO PARAMETRO PEDIDO E   *
      *    MONTAR NA AREA DE COMUNICACAO OS ITENS EM VIGOR NA DATA DE  *
      *    REFERENCIA                                                  *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-OBTER-ITENS-VIGOR          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-MSTPARM
           MOVE 'N'                    TO WRK-ITEM-EM-CURSO

           OPEN INPUT  MSTPARM

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTPARM

           IF WRK-FS-MSTPARM           EQUAL '05'
              CLOSE MSTPARM
              GO                       TO 2000-99-FIM
           END-IF

           MOVE LOW-VALUES             TO RESTWPAR-CHAVE
           MOVE RESCWPVG-COD-PARAMETRO TO RESTWPAR-COD-PARAMETRO

           START MSTPARM KEY NOT LESS RESTWPAR-CHAVE

           IF WRK-FS-MSTPARM           EQUAL '23' OR '46'
              MOVE 'S'                 TO WRK-FIM-MSTPARM
           ELSE
              MOVE WRK-POSICIONAMENTO  TO WRK-OPERACAO
              PERFORM 1120-TESTAR-FS-MSTPARM
           END-IF

           PERFORM 2100-LER-PROX-ALTERACAO
              UNTIL WRK-ESGOTOU-MSTPARM

           PERFORM 2200-INCLUIR-ITEM-VIGOR

           CLOSE MSTPARM

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTPARM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A PROXIMA ALTERACAO DO PARAMETRO - NA TROCA DE ITEM, O  *
      *    ITEM ANTERIOR E FECHADO; DENTRO DO ITEM, AS ALTERACOES VEM  *
      *    EM ORDEM DE VIGENCIA E FICA A ULTIMA APROVADA ATE A DATA    *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-LER-PROX-ALTERACAO         SECTION.
      *----------------------------------------------------------------*

           READ MSTPARM NEXT

           IF WRK-FS-MSTPARM           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-MSTPARM
              GO                       TO 2100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTPARM

           IF RESTWPAR-COD-PARAMETRO   NOT EQUAL
                                       RESCWPVG-COD-PARAMETRO
              MOVE 'S'                 TO WRK-FIM-MSTPARM
              GO                       TO 2100-99-FIM
           END-IF

           IF WRK-EXISTE-ITEM-EM-CURSO
              AND RESTWPAR-CHAVE-ITEM  NOT EQUAL WRK-ITEM-ATUAL
              PERFORM 2200-INCLUIR-ITEM-VIGOR
           END-IF

           IF NOT WRK-EXISTE-ITEM-EM-CURSO
              MOVE 'S'                 TO WRK-ITEM-EM-CURSO
              MOVE 'N'                 TO WRK-ALTERACAO-ACHADA
              MOVE RESTWPAR-CHAVE-ITEM TO WRK-ITEM-ATUAL
           END-IF

           IF RESTWPAR-APROVADA
              AND RESTWPAR-DTA-VIGENCIA
                                       NOT GREATER
                                       RESCWPVG-DTA-REFERENCIA
              MOVE 'S'                 TO WRK-ALTERACAO-ACHADA
              MOVE RESTWPAR-OPERACAO   TO WRK-ALT-OPERACAO
              MOVE RESTWPAR-VALOR      TO WRK-ALT-VALOR
              MOVE RESTWPAR-DTA-VIGENCIA
                                       TO WRK-ALT-DTA-VIGENCIA
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FECHAR O ITEM EM CURSO - SE A ALTERACAO EM VIGOR NAO FOR    *
      *    UMA EXCLUSAO, O ITEM ENTRA NA AREA DE COMUNICACAO           *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-INCLUIR-ITEM-VIGOR         SECTION.
      *----------------------------------------------------------------*

           IF NOT WRK-EXISTE-ITEM-EM-CURSO
              GO                       TO 2200-99-FIM
           END-IF

           MOVE 'N'                    TO WRK-ITEM-EM-CURSO

           IF NOT WRK-EXISTE-ALTERACAO
              OR WRK-ALT-EXCLUSAO
              GO                       TO 2200-99-FIM
           END-IF

           IF RESCWPVG-QTD-ITENS       NOT LESS 100
              MOVE 'TAB ITENS CHEIA'   TO WRK-OPERACAO
              MOVE 'MSTPARM'           TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0050'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           ADD 1                       TO RESCWPVG-QTD-ITENS

           MOVE WRK-ALT-VALOR          TO RESCWPVG-VALOR
                                          (RESCWPVG-QTD-ITENS)
           MOVE WRK-ALT-DTA-VIGENCIA   TO RESCWPVG-DTA-VIGENCIA
                                          (RESCWPVG-QTD-ITENS).

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS - A ROTINA E CHAMADA, POR   *
      *    ISSO TERMINA O PASSO INTEIRO EM VEZ DE VOLTAR AO CHAMADOR   *
      ******************************************************************
      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'RESCDSC7'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           STOP RUN.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
