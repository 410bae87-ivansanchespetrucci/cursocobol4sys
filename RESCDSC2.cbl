      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSC2.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSC2                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: EMITIR A SITUACAO DA ESTEIRA DIARIA EM UMA    *
      * DATA DE PROCESSAMENTO (CARTAO PARMCTRL OPCIONAL - SEM ELE, A   *
      * DATA DO SISTEMA), NA ORDEM DA TABELA DO ENCADEAMENTO RESCWENC. *
      * PARA CADA ETAPA LISTA AS EXECUCOES REGISTRADAS NO ARQUIVO DE   *
      * CONTROLE MSTCTRL (UMA LINHA POR INSTANCIA) COM A SITUACAO,     *
      * INICIO, FIM, RETURN-CODE, QUANTIDADE DE EXECUCOES, AS          *
      * LIBERACOES USADAS E OS CONTADORES-CHAVE. A ETAPA SEM REGISTRO  *
      * NA DATA APARECE COMO "PODE RODAR" QUANDO AS SUAS DEPENDENCIAS  *
      * JA TERMINARAM LIMPAS (CONSULTA A ROTINA RESCDSC1) OU COMO      *
      * "AGUARDANDO" EM CASO CONTRARIO. NAO ALTERA O MSTCTRL E NAO     *
      * ENTRA NA ESTEIRA - PODE SER EXECUTADO A QUALQUER HORA.         *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     PARMCTRL            I  (OPCIONAL)          RESCWPCT        *
      *     MSTCTRL             I  (OPCIONAL)          RESTWCTL        *
      *     SARQRCTL            O                      RELATORIO 132   *
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
      *    RESCDSC1 - CONTROLE DA ESTEIRA DIARIA (CONSULTA)            *
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

           SELECT SARQRCTL ASSIGN      TO UT-S-SARQRCTL
                      FILE STATUS      IS WRK-FS-SARQRCTL.

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
      *    INPUT - ARQUIVO DE CONTROLE DA ESTEIRA (MSTCTRL)            *
      *                                -  LRECL   = 200                *
      *----------------------------------------------------------------*

       FD  MSTCTRL
           LABEL RECORD IS STANDARD.

           COPY RESTWCTL.

      *----------------------------------------------------------------*
      *    OUTPUT - RELATORIO DA SITUACAO DA ESTEIRA (SARQRCTL)        *
      *                                -  LRECL   = 132                *
      *----------------------------------------------------------------*

       FD  SARQRCTL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQRCTL                 PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSC2 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*

       01  ACU-LIDOS-MSTCTRL           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIMPAS                  PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-COM-ERRO                PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-SEM-FIM                 PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-PODE-RODAR              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-AGUARDANDO              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LINHAS-SARQRCTL         PIC  9(009) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-PARMCTRL             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTCTRL              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRCTL             PIC  X(002)         VALUE SPACES.

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
           '*** AREA DO CONTROLE DA ESTEIRA ***'.
      *----------------------------------------------------------------*

           COPY RESCWCTL.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE LEITURA DA ESTEIRA ***'.
      *----------------------------------------------------------------*

       01  WRK-DTA-PROCESSAMENTO       PIC  9(008)         VALUE ZEROS.

       01  WRK-IDX-ETAPA               PIC  9(003) COMP-3  VALUE ZEROS.

       01  WRK-QTD-REGISTROS           PIC  9(003) COMP-3  VALUE ZEROS.

       01  WRK-FIM-ETAPA               PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-ETAPA                            VALUE 'S'.

      *    HORA DO REGISTRO (HHMMSSCC) PARA A EDICAO HH:MM:SS          *
       01  WRK-HORA-REGISTRO           PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-HORA-REGISTRO.
           05 WRK-HOR-HH               PIC  9(002).
           05 WRK-HOR-MM               PIC  9(002).
           05 WRK-HOR-SS               PIC  9(002).
           05 WRK-HOR-CC               PIC  9(002).

       01  WRK-HORA-EDITADA.
           05 WRK-HED-HH               PIC  9(002)         VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE ':'.
           05 WRK-HED-MM               PIC  9(002)         VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE ':'.
           05 WRK-HED-SS               PIC  9(002)         VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE EMISSAO DO RELATORIO ***'.
      *----------------------------------------------------------------*

       01  WRK-LIN-TRACO               PIC  X(132)         VALUE
           ALL '-'.

       01  WRK-LIN-BRANCO              PIC  X(132)         VALUE
           SPACES.

       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC  X(050)         VALUE
              'RESCDSC2 - SITUACAO DA ESTEIRA DIARIA DE RESTRICOE'.
           05 FILLER                   PIC  X(018)         VALUE
              'S                 '.
           05 FILLER                   PIC  X(018)         VALUE
              '   PROCESSAMENTO  '.
           05 WRK-CAB-DATA             PIC  9(008).
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LIN-PARAMETRO.
           05 FILLER                   PIC  X(031)         VALUE
              'DATA DA ESTEIRA CONSULTADA:   '.
           05 WRK-PAR-DTA-PROCESSAMENTO
                                       PIC  9(008).
           05 FILLER                   PIC  X(093)         VALUE SPACES.

       01  WRK-LIN-COLUNAS.
           05 FILLER                   PIC  X(002)         VALUE
              'OR'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              'ETAPA   /IN'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(030)         VALUE
              'DESCRICAO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(016)         VALUE
              'SITUACAO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(017)         VALUE
              'INICIO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(017)         VALUE
              'FIM'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(004)         VALUE
              'RC'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              'EXE'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(016)         VALUE
              'LIBERACOES'.

       01  WRK-LIN-DETALHE.
           05 WRK-DET-ORDEM            PIC  9(002).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DET-ETAPA            PIC  X(008).
           05 WRK-DET-BARRA            PIC  X(001).
           05 WRK-DET-INSTANCIA        PIC  X(002).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DET-DESCRICAO        PIC  X(030).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC  X(016).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DET-DTA-INICIO       PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-DET-HORA-INICIO      PIC  X(008).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DET-DTA-FIM          PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-DET-HORA-FIM         PIC  X(008).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DET-RC               PIC  X(004).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DET-EXECUCOES        PIC  X(003).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DET-FORCADA          PIC  X(007).
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-DET-LIBERADA         PIC  X(008).

       01  WRK-LIN-CONTADORES.
           05 FILLER                   PIC  X(015)         VALUE SPACES.
           05 WRK-CNT-DESCRICAO-A      PIC  X(020).
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-CNT-QTD-A            PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-CNT-PARTE-B.
              10 WRK-CNT-DESCRICAO-B   PIC  X(020).
              10 FILLER                PIC  X(001).
              10 WRK-CNT-QTD-B         PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(049)         VALUE SPACES.

       01  WRK-LIN-RESUMO.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RES-DESCRICAO        PIC  X(045).
           05 WRK-RES-QTD              PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(074)         VALUE SPACES.

       01  WRK-RC-EDITADO              PIC  9(004)         VALUE ZEROS.
       01  WRK-EXECUCOES-EDITADAS      PIC  9(003)         VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VARIAVEIS AUXILIARES ***'.
      *----------------------------------------------------------------*

       01  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       01  WRK-MASC                    PIC  ZZZ.ZZZ.ZZ9    VALUE SPACES.
       01  WRK-DATA-EXECUCAO           PIC  9(008)         VALUE ZEROS.

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
           '*** RESCDSC2 - FIM DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      ******************************************************************
      *    ROTINA PRINCIPAL                                            *
      ******************************************************************
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR

           MOVE 1                      TO WRK-IDX-ETAPA

           PERFORM 2000-EMITIR-ETAPA
               UNTIL WRK-IDX-ETAPA     GREATER RESCWENC-QTD-ETAPAS

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTOS INICIAIS                                      *
      ******************************************************************
      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           ACCEPT WRK-DATA-EXECUCAO    FROM DATE YYYYMMDD

           OPEN INPUT  PARMCTRL
                       MSTCTRL
                OUTPUT SARQRCTL

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMCTRL

           PERFORM 1120-TESTAR-FS-MSTCTRL

           PERFORM 1130-TESTAR-FS-SARQRCTL

           PERFORM 1200-LER-PARAMETRO

           PERFORM 1300-EMITIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
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
      *    ('05' = ARQUIVO AINDA NAO CRIADO - NENHUMA ETAPA RODOU)     *
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
      *    TESTAR FILE-STATUS DO RELATORIO DA ESTEIRA - SARQRCTL       *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-SARQRCTL         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRCTL          NOT EQUAL ZEROS
              MOVE 'SARQRCTL'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQRCTL     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O CARTAO DE CONTROLE - SO A DATA E USADA AQUI; DATA     *
      *    ZERADA OU CARTAO AUSENTE = DATA DO SISTEMA                  *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-LER-PARAMETRO              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESCWPCT-REG-PARM

           IF WRK-FS-PARMCTRL          NOT EQUAL '05'
              READ PARMCTRL            INTO RESCWPCT-REG-PARM
              IF WRK-FS-PARMCTRL       NOT EQUAL '10'
                 MOVE WRK-LEITURA      TO WRK-OPERACAO
                 PERFORM 1110-TESTAR-FS-PARMCTRL
              END-IF
           END-IF

           IF RESCWPCT-DTA-PROCESSAMENTO
                                       EQUAL SPACES
              MOVE ZEROS               TO RESCWPCT-DTA-PROC-N
           END-IF

           IF RESCWPCT-DTA-PROC-N      NOT NUMERIC
              OR RESCWPCT-DTA-PROC-N   GREATER WRK-DATA-EXECUCAO
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
              MOVE WRK-DATA-EXECUCAO   TO WRK-DTA-PROCESSAMENTO
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O CABECALHO DO RELATORIO                             *
      ******************************************************************
      *----------------------------------------------------------------*
       1300-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-EXECUCAO      TO WRK-CAB-DATA
           MOVE WRK-DTA-PROCESSAMENTO  TO WRK-PAR-DTA-PROCESSAMENTO

           MOVE WRK-LIN-TRACO          TO FD-SARQRCTL

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-CABEC1         TO FD-SARQRCTL

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-TRACO          TO FD-SARQRCTL

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-PARAMETRO      TO FD-SARQRCTL

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-BRANCO         TO FD-SARQRCTL

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-COLUNAS        TO FD-SARQRCTL

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-TRACO          TO FD-SARQRCTL

           PERFORM 3900-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR UMA ETAPA DA TABELA - TODAS AS INSTANCIAS DA DATA A  *
      *    PARTIR DA INSTANCIA 00 OU, SEM NENHUMA, A ETAPA PENDENTE    *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-EMITIR-ETAPA               SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTD-REGISTROS
           MOVE 'N'                    TO WRK-FIM-ETAPA

           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWCTL-DTA-PROCESSAMENTO
           MOVE RESCWENC-ETAPA (WRK-IDX-ETAPA)
                                       TO RESTWCTL-ETAPA
           MOVE ZEROS                  TO RESTWCTL-INSTANCIA

           START MSTCTRL KEY NOT LESS RESTWCTL-CHAVE

           IF WRK-FS-MSTCTRL           EQUAL '23'
              OR WRK-FS-MSTCTRL        EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-ETAPA
           ELSE
              MOVE WRK-POSICIONAMENTO  TO WRK-OPERACAO
              PERFORM 1120-TESTAR-FS-MSTCTRL
           END-IF

           PERFORM 2100-LER-PROX-REGISTRO
               UNTIL WRK-ESGOTOU-ETAPA

           IF WRK-QTD-REGISTROS        EQUAL ZEROS
              PERFORM 2300-EMITIR-PENDENTE
           END-IF

           ADD 1                       TO WRK-IDX-ETAPA.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DE CONTROLE DA ETAPA NA DATA         *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-LER-PROX-REGISTRO          SECTION.
      *----------------------------------------------------------------*

           READ MSTCTRL NEXT

           IF WRK-FS-MSTCTRL           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-ETAPA
              GO                       TO 2100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTCTRL

           IF RESTWCTL-DTA-PROCESSAMENTO
                                       NOT EQUAL WRK-DTA-PROCESSAMENTO
              OR RESTWCTL-ETAPA        NOT EQUAL
                                       RESCWENC-ETAPA (WRK-IDX-ETAPA)
              MOVE 'S'                 TO WRK-FIM-ETAPA
              GO                       TO 2100-99-FIM
           END-IF

           ADD 1                       TO ACU-LIDOS-MSTCTRL
           ADD 1                       TO WRK-QTD-REGISTROS

           PERFORM 2200-EMITIR-REGISTRO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A LINHA DE UMA EXECUCAO REGISTRADA E AS LINHAS DOS   *
      *    CONTADORES-CHAVE INFORMADOS PELO PASSO                      *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-EMITIR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LIN-DETALHE

           MOVE WRK-IDX-ETAPA          TO WRK-DET-ORDEM
           MOVE RESTWCTL-ETAPA         TO WRK-DET-ETAPA

           IF RESTWCTL-INSTANCIA       GREATER ZEROS
              MOVE '/'                 TO WRK-DET-BARRA
              MOVE RESTWCTL-INSTANCIA  TO WRK-DET-INSTANCIA
           END-IF

           MOVE RESCWENC-DESCRICAO (WRK-IDX-ETAPA)
                                       TO WRK-DET-DESCRICAO

           MOVE RESTWCTL-DTA-INICIO    TO WRK-DET-DTA-INICIO
           MOVE RESTWCTL-HORA-INICIO   TO WRK-HORA-REGISTRO

           PERFORM 2210-EDITAR-HORA

           MOVE WRK-HORA-EDITADA       TO WRK-DET-HORA-INICIO

           MOVE RESTWCTL-QTDE-EXECUCOES
                                       TO WRK-EXECUCOES-EDITADAS
           MOVE WRK-EXECUCOES-EDITADAS TO WRK-DET-EXECUCOES

           IF RESTWCTL-FOI-FORCADA
              MOVE 'FORCADA'           TO WRK-DET-FORCADA
           END-IF

           IF RESTWCTL-FOI-LIBERADA
              MOVE 'LIBERADA'          TO WRK-DET-LIBERADA
           END-IF

           IF RESTWCTL-INICIADA
              MOVE 'INICIADA SEM FIM'  TO WRK-DET-SITUACAO
              ADD 1                    TO ACU-SEM-FIM
           ELSE
              MOVE RESTWCTL-DTA-FIM    TO WRK-DET-DTA-FIM
              MOVE RESTWCTL-HORA-FIM   TO WRK-HORA-REGISTRO
              PERFORM 2210-EDITAR-HORA
              MOVE WRK-HORA-EDITADA    TO WRK-DET-HORA-FIM
              MOVE RESTWCTL-RETURN-CODE
                                       TO WRK-RC-EDITADO
              MOVE WRK-RC-EDITADO      TO WRK-DET-RC
              IF RESTWCTL-RETURN-CODE  GREATER 4
                 MOVE 'TERMINOU C/ ERRO'
                                       TO WRK-DET-SITUACAO
                 ADD 1                 TO ACU-COM-ERRO
              ELSE
                 MOVE 'TERMINOU LIMPA' TO WRK-DET-SITUACAO
                 ADD 1                 TO ACU-LIMPAS
              END-IF
           END-IF

           MOVE WRK-LIN-DETALHE        TO FD-SARQRCTL

           PERFORM 3900-GRAVAR-LINHA

           IF RESTWCTL-DES-CONTADOR-1  NOT EQUAL SPACES
              MOVE RESTWCTL-DES-CONTADOR-1
                                       TO WRK-CNT-DESCRICAO-A
              MOVE RESTWCTL-QTD-CONTADOR-1
                                       TO WRK-CNT-QTD-A
              MOVE RESTWCTL-DES-CONTADOR-2
                                       TO WRK-CNT-DESCRICAO-B
              MOVE RESTWCTL-QTD-CONTADOR-2
                                       TO WRK-CNT-QTD-B
              PERFORM 2220-EMITIR-CONTADORES
           END-IF

           IF RESTWCTL-DES-CONTADOR-3  NOT EQUAL SPACES
              MOVE RESTWCTL-DES-CONTADOR-3
                                       TO WRK-CNT-DESCRICAO-A
              MOVE RESTWCTL-QTD-CONTADOR-3
                                       TO WRK-CNT-QTD-A
              MOVE RESTWCTL-DES-CONTADOR-4
                                       TO WRK-CNT-DESCRICAO-B
              MOVE RESTWCTL-QTD-CONTADOR-4
                                       TO WRK-CNT-QTD-B
              PERFORM 2220-EMITIR-CONTADORES
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EDITAR A HORA HHMMSSCC DO REGISTRO COMO HH:MM:SS            *
      ******************************************************************
      *----------------------------------------------------------------*
       2210-EDITAR-HORA                SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-HOR-HH             TO WRK-HED-HH
           MOVE WRK-HOR-MM             TO WRK-HED-MM
           MOVE WRK-HOR-SS             TO WRK-HED-SS.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR UMA LINHA COM DOIS CONTADORES-CHAVE - O SEGUNDO SEM  *
      *    DESCRICAO SAI EM BRANCO                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       2220-EMITIR-CONTADORES          SECTION.
      *----------------------------------------------------------------*

           IF WRK-CNT-DESCRICAO-B      EQUAL SPACES
              MOVE SPACES              TO WRK-CNT-PARTE-B
           END-IF

           MOVE WRK-LIN-CONTADORES     TO FD-SARQRCTL

           MOVE SPACES                 TO WRK-CNT-PARTE-B

           PERFORM 3900-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A ETAPA SEM EXECUCAO NA DATA - CONSULTAR NA ROTINA   *
      *    RESCDSC1 SE AS DEPENDENCIAS DELA JA TERMINARAM LIMPAS       *
      ******************************************************************
      *----------------------------------------------------------------*
       2300-EMITIR-PENDENTE            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESCWCTL-AREA
           MOVE 'C'                    TO RESCWCTL-FUNCAO
           MOVE RESCWENC-ETAPA (WRK-IDX-ETAPA)
                                       TO RESCWCTL-ETAPA
           MOVE 'N'                    TO RESCWCTL-EXIGE-INSTANCIA
           MOVE WRK-DTA-PROCESSAMENTO  TO RESCWCTL-DTA-PROCESSAMENTO
           MOVE ZEROS                  TO RESCWCTL-INSTANCIA
           MOVE ZEROS                  TO RESCWCTL-RETURN-CODE

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           MOVE SPACES                 TO WRK-LIN-DETALHE

           MOVE WRK-IDX-ETAPA          TO WRK-DET-ORDEM
           MOVE RESCWENC-ETAPA (WRK-IDX-ETAPA)
                                       TO WRK-DET-ETAPA
           MOVE RESCWENC-DESCRICAO (WRK-IDX-ETAPA)
                                       TO WRK-DET-DESCRICAO

           IF RESCWCTL-LIBERADA
              MOVE 'PODE RODAR'        TO WRK-DET-SITUACAO
              ADD 1                    TO ACU-PODE-RODAR
           ELSE
              MOVE 'AGUARDANDO'        TO WRK-DET-SITUACAO
              ADD 1                    TO ACU-AGUARDANDO
           END-IF

           MOVE WRK-LIN-DETALHE        TO FD-SARQRCTL

           PERFORM 3900-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR UMA LINHA DO RELATORIO                               *
      ******************************************************************
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRCTL

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-SARQRCTL

           ADD 1                       TO ACU-LINHAS-SARQRCTL.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FINALIZACAO                                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 4050-EMITIR-RESUMO

           PERFORM 4100-EMITIR-TOTAIS

           CLOSE PARMCTRL
                 MSTCTRL
                 SARQRCTL

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMCTRL

           PERFORM 1120-TESTAR-FS-MSTCTRL

           PERFORM 1130-TESTAR-FS-SARQRCTL

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O RESUMO FINAL DO RELATORIO                          *
      ******************************************************************
      *----------------------------------------------------------------*
       4050-EMITIR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LIN-TRACO          TO FD-SARQRCTL

           PERFORM 3900-GRAVAR-LINHA

           MOVE 'EXECUCOES TERMINADAS LIMPAS (RC ATE 4) ......'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIMPAS             TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'EXECUCOES TERMINADAS COM ERRO (RC ACIMA DE 4)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-COM-ERRO           TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'EXECUCOES INICIADAS SEM FIM (ABEND/EM CURSO) '
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SEM-FIM            TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'ETAPAS QUE PODEM RODAR ......................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-PODE-RODAR         TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'ETAPAS AGUARDANDO DEPENDENCIAS ..............'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-AGUARDANDO         TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO.

      *----------------------------------------------------------------*
       4050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR UMA LINHA DO RESUMO FINAL                            *
      ******************************************************************
      *----------------------------------------------------------------*
       4060-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LIN-RESUMO         TO FD-SARQRCTL

           PERFORM 3900-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       4060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR TOTAIS                                               *
      ******************************************************************
      *----------------------------------------------------------------*
       4100-EMITIR-TOTAIS              SECTION.
      *----------------------------------------------------------------*

           DISPLAY
           '*********************** RESCDSC2 ***********************'.
           DISPLAY
           '*                                                      *'.
           DISPLAY
           '*        SITUACAO DA ESTEIRA NA DATA ' WRK-DTA-PROCESSAMENTO
           '          *'.
           DISPLAY
           '*                                                      *'.

           MOVE ACU-LIDOS-MSTCTRL      TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO MSTCTRL        =>     ' WRK-MASC ' *'

           MOVE ACU-LIMPAS             TO WRK-MASC

           DISPLAY
           '* EXECUCOES TERMINADAS LIMPAS       =>     ' WRK-MASC ' *'

           MOVE ACU-COM-ERRO           TO WRK-MASC

           DISPLAY
           '* EXECUCOES TERMINADAS COM ERRO     =>     ' WRK-MASC ' *'

           MOVE ACU-SEM-FIM            TO WRK-MASC

           DISPLAY
           '* EXECUCOES INICIADAS SEM FIM       =>     ' WRK-MASC ' *'

           MOVE ACU-PODE-RODAR         TO WRK-MASC

           DISPLAY
           '* ETAPAS QUE PODEM RODAR            =>     ' WRK-MASC ' *'

           MOVE ACU-AGUARDANDO         TO WRK-MASC

           DISPLAY
           '* ETAPAS AGUARDANDO DEPENDENCIAS    =>     ' WRK-MASC ' *'

           MOVE ACU-LINHAS-SARQRCTL    TO WRK-MASC

           DISPLAY
           '* LINHAS GRAVADAS NO SARQRCTL       =>     ' WRK-MASC ' *'

           DISPLAY
           '********************************************************'.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS                             *
      ******************************************************************
      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'RESCDSC2'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
