      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSC8.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSC8                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: EMITIR O HISTORICO DE ALTERACOES DOS          *
      * PARAMETROS DA ESTEIRA A PARTIR DO CADASTRO MSTPARM, PARA       *
      * EXPLICAR POR QUE UM SCORE, UM ALERTA, UM EXPURGO OU UMA BAIXA  *
      * DO RECICLADOR MUDOU EM UMA DATA. PARA CADA ALTERACAO APROVADA, *
      * NA ORDEM DE PARAMETRO, ITEM E DATA DE VIGENCIA, LISTA O VALOR  *
      * ANTERIOR (A ALTERACAO APROVADA PRECEDENTE DO MESMO ITEM), O    *
      * NOVO VALOR, QUEM PROPOS E QUANDO, COM A JUSTIFICATIVA, QUEM    *
      * APROVOU E QUANDO, E A DATA EM QUE PASSOU A VALER. A ALTERACAO  *
      * APROVADA COM VIGENCIA AINDA NAO ALCANCADA SAI MARCADA "A       *
      * VIGORAR". AS PROPOSTAS PENDENTES, RECUSADAS E CANCELADAS NAO   *
      * SAO LISTADAS, SO CONTADAS NO RESUMO. O CARTAO PARMHPAR         *
      * (OPCIONAL) RESTRINGE O PARAMETRO E A FAIXA DE DATAS DE         *
      * VIGENCIA.                                                      *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     PARMHPAR            I  (OPCIONAL)          RESCWHPA        *
      *     MSTPARM             I  (OPCIONAL)          RESTWPAR        *
      *     SARQLPAR            O                      RELATORIO 132   *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESCWHPA - LAYOUT DO CARTAO DE SELECAO DO HISTORICO         *
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

           SELECT OPTIONAL PARMHPAR
                      ASSIGN           TO UT-S-PARMHPAR
                      FILE STATUS      IS WRK-FS-PARMHPAR.

           SELECT OPTIONAL MSTPARM
                      ASSIGN           TO MSTPARM
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWPAR-CHAVE
                      FILE STATUS      IS WRK-FS-MSTPARM.

           SELECT SARQLPAR ASSIGN      TO UT-S-SARQLPAR
                      FILE STATUS      IS WRK-FS-SARQLPAR.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT - CARTAO DE SELECAO DO HISTORICO (PARMHPAR)           *
      *                                -  LRECL   = 080                *
      *----------------------------------------------------------------*

       FD  PARMHPAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMHPAR                 PIC  X(080).

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
      *    OUTPUT - HISTORICO DE ALTERACOES DE PARAMETROS (SARQLPAR)   *
      *                                -  LRECL   = 132                *
      *----------------------------------------------------------------*

       FD  SARQLPAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQLPAR                 PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSC8 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*

       01  ACU-LIDOS-MSTPARM           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-ALTERACOES-LISTADAS     PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-A-VIGORAR               PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-PENDENTES               PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-RECUSADAS               PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CANCELADAS              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LINHAS-SARQLPAR         PIC  9(009) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-PARMHPAR             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTPARM              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQLPAR             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA ***'.
      *----------------------------------------------------------------*

           COPY RESCWHPA.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE SELECAO E DO ITEM CORRENTE ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-MSTPARM             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-MSTPARM                          VALUE 'S'.

       01  WRK-SEL-COD-PARAMETRO       PIC  X(008)         VALUE SPACES.
       01  WRK-SEL-DTA-INICIAL         PIC  9(008)         VALUE ZEROS.
       01  WRK-SEL-DTA-FINAL           PIC  9(008)         VALUE ZEROS.

      *    PARAMETRO E ITEM DO REGISTRO ANTERIOR DO CADASTRO, PARA     *
      *    RECONHECER A TROCA DE ITEM                                  *
       01  WRK-ITEM-ANTERIOR.
           05 WRK-ANT-COD-PARAMETRO    PIC  X(008)         VALUE SPACES.
           05 WRK-ANT-CHAVE-ITEM       PIC  X(006)         VALUE SPACES.

      *    ULTIMA ALTERACAO APROVADA DO ITEM CORRENTE JA PERCORRIDA -  *
      *    E O VALOR ANTERIOR DA PROXIMA ALTERACAO APROVADA DO ITEM    *
       01  WRK-VALOR-ANTERIOR-ACHADO   PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-VALOR-ANTERIOR                    VALUE 'S'.

       01  WRK-ANT-OPERACAO            PIC  X(001)         VALUE SPACES.
           88 WRK-ANT-EXCLUSAO                             VALUE 'E'.
       01  WRK-ANT-VALOR               PIC  X(020)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE EDICAO DO VALOR DO PARAMETRO ***'.
      *----------------------------------------------------------------*

       01  WRK-EDI-COD-PARAMETRO       PIC  X(008)         VALUE SPACES.
           88 WRK-EDI-TABIMPED                             VALUE
              'TABIMPED'.
           88 WRK-EDI-TABRETEN                             VALUE
              'TABRETEN'.
           88 WRK-EDI-PARMPESO                             VALUE
              'PARMPESO'.
           88 WRK-EDI-PARMALRT                             VALUE
              'PARMALRT'.
           88 WRK-EDI-PARMRCCL                             VALUE
              'PARMRCCL'.
           88 WRK-EDI-TABAVISO                             VALUE
              'TABAVISO'.

       01  WRK-EDI-OPERACAO            PIC  X(001)         VALUE SPACES.
           88 WRK-EDI-EXCLUSAO                             VALUE 'E'.

       01  WRK-EDI-VALOR               PIC  X(020)         VALUE SPACES.
       01  FILLER                      REDEFINES WRK-EDI-VALOR.
           05 FILLER                   PIC  X(003).
           05 WRK-EDI-RET-MESES        PIC  9(003).
           05 FILLER                   PIC  X(014).
       01  FILLER                      REDEFINES WRK-EDI-VALOR.
           05 WRK-EDI-PES-PESO-GRAU    PIC  9(003)V99.
           05 WRK-EDI-PES-PESO-QTDE    PIC  9(003)V99.
           05 WRK-EDI-PES-PESO-VALOR   PIC  9(003)V99.
           05 FILLER                   PIC  X(005).
       01  FILLER                      REDEFINES WRK-EDI-VALOR.
           05 WRK-EDI-ALT-SCORE-MINIMO PIC  9(013)V99.
           05 FILLER                   PIC  X(005).
       01  FILLER                      REDEFINES WRK-EDI-VALOR.
           05 WRK-EDI-CIC-MAX-CICLOS   PIC  9(002).
           05 FILLER                   PIC  X(018).
       01  FILLER                      REDEFINES WRK-EDI-VALOR.
           05 FILLER                   PIC  X(003).
           05 WRK-EDI-AVS-DIAS         PIC  9(003).
           05 FILLER                   PIC  X(014).

       01  WRK-VALOR-EDITADO           PIC  X(034)         VALUE SPACES.

       01  WRK-VED-RETENCAO.
           05 WRK-VED-RET-MESES        PIC  ZZ9.
           05 FILLER                   PIC  X(031)         VALUE
              ' MESES DE RETENCAO'.

       01  WRK-VED-PESOS.
           05 FILLER                   PIC  X(002)         VALUE
              'G '.
           05 WRK-VED-PES-PESO-GRAU    PIC  ZZ9,99.
           05 FILLER                   PIC  X(003)         VALUE
              ' Q '.
           05 WRK-VED-PES-PESO-QTDE    PIC  ZZ9,99.
           05 FILLER                   PIC  X(003)         VALUE
              ' V '.
           05 WRK-VED-PES-PESO-VALOR   PIC  ZZ9,99.
           05 FILLER                   PIC  X(008)         VALUE SPACES.

       01  WRK-VED-SCORE.
           05 FILLER                   PIC  X(013)         VALUE
              'SCORE MINIMO '.
           05 WRK-VED-ALT-SCORE-MINIMO PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(001)         VALUE SPACES.

       01  WRK-VED-CICLOS.
           05 WRK-VED-CIC-MAX-CICLOS   PIC  Z9.
           05 FILLER                   PIC  X(032)         VALUE
              ' CICLOS NO RECICLADOR'.

       01  WRK-VED-AVISO.
           05 WRK-VED-AVS-DIAS         PIC  ZZ9.
           05 FILLER                   PIC  X(031)         VALUE
              ' DIAS DE AVISO PREVIO'.

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
              'RESCDSC8 - HISTORICO DE ALTERACOES DOS PARAMETROS '.
           05 FILLER                   PIC  X(018)         VALUE
              'DA ESTEIRA        '.
           05 FILLER                   PIC  X(018)         VALUE
              '   PROCESSAMENTO  '.
           05 WRK-CAB-DATA             PIC  9(008).
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LIN-PARAMETRO.
           05 FILLER                   PIC  X(011)         VALUE
              'PARAMETRO: '.
           05 WRK-PAR-COD-PARAMETRO    PIC  X(008).
           05 FILLER                   PIC  X(022)         VALUE
              '  VIGENCIA ENTRE '.
           05 WRK-PAR-DTA-INICIAL      PIC  9(008).
           05 FILLER                   PIC  X(003)         VALUE
              ' E '.
           05 WRK-PAR-DTA-FINAL        PIC  9(008).
           05 FILLER                   PIC  X(072)         VALUE SPACES.

       01  WRK-LIN-LEGENDA.
           05 FILLER                   PIC  X(050)         VALUE
              'VIGENCIA = PRIMEIRA DATA DE PROCESSAMENTO EM QUE A'.
           05 FILLER                   PIC  X(050)         VALUE
              ' ALTERACAO VALE   A VIGORAR = VIGENCIA AINDA NAO A'.
           05 FILLER                   PIC  X(032)         VALUE
              'LCANCADA'.

       01  WRK-LIN-COLUNAS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(009)         VALUE
              'PARAMETRO'.
           05 FILLER                   PIC  X(007)         VALUE
              'ITEM'.
           05 FILLER                   PIC  X(009)         VALUE
              'VIGENCIA'.
           05 FILLER                   PIC  X(035)         VALUE
              'VALOR ANTERIOR'.
           05 FILLER                   PIC  X(035)         VALUE
              'VALOR NOVO'.
           05 FILLER                   PIC  X(009)         VALUE
              'PROPONEN.'.
           05 FILLER                   PIC  X(009)         VALUE
              'APROVADOR'.
           05 FILLER                   PIC  X(017)         VALUE
              'SITUACAO'.

       01  WRK-LIN-DETALHE.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DET-COD-PARAMETRO    PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-CHAVE-ITEM       PIC  X(006).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-DTA-VIGENCIA     PIC  9(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-VALOR-ANTERIOR   PIC  X(034).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-VALOR-NOVO       PIC  X(034).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-USUARIO-PROPOSTA PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-USUARIO-DECISAO  PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-SITUACAO         PIC  X(009).
           05 FILLER                   PIC  X(008)         VALUE SPACES.

       01  WRK-LIN-PROPOSTA.
           05 FILLER                   PIC  X(028)         VALUE SPACES.
           05 FILLER                   PIC  X(012)         VALUE
              'PROPOSTA EM '.
           05 WRK-PRO-DTA-PROPOSTA     PIC  9(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-PRO-HORA-PROPOSTA    PIC  9(006).
           05 FILLER                   PIC  X(017)         VALUE
              '  JUSTIFICATIVA: '.
           05 WRK-PRO-JUSTIFICATIVA    PIC  X(060).

       01  WRK-LIN-APROVACAO.
           05 FILLER                   PIC  X(028)         VALUE SPACES.
           05 FILLER                   PIC  X(012)         VALUE
              'APROVADA EM '.
           05 WRK-APR-DTA-DECISAO      PIC  9(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-APR-HORA-DECISAO     PIC  9(006).
           05 FILLER                   PIC  X(017)         VALUE
              '  OBSERVACAO:    '.
           05 WRK-APR-MOTIVO-DECISAO   PIC  X(060).

       01  WRK-LIN-NENHUMA.
           05 WRK-NEN-DESCRICAO        PIC  X(040).
           05 FILLER                   PIC  X(092)         VALUE SPACES.

       01  WRK-LIN-RESUMO.
           05 FILLER                   PIC  X(022)         VALUE
              '  ALTERACOES LISTADAS '.
           05 WRK-RES-LISTADAS         PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(011)         VALUE
              ' A VIGORAR '.
           05 WRK-RES-A-VIGORAR        PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(011)         VALUE
              ' PENDENTES '.
           05 WRK-RES-PENDENTES        PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(011)         VALUE
              ' RECUSADAS '.
           05 WRK-RES-RECUSADAS        PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(012)         VALUE
              ' CANCELADAS '.
           05 WRK-RES-CANCELADAS       PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(010)         VALUE SPACES.

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
           '*** RESCDSC8 - FIM DA AREA DE WORKING ***'.
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

           PERFORM 2000-LISTAR-ALTERACOES

           PERFORM 3000-EMITIR-RESUMO

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

           OPEN INPUT  PARMHPAR
                       MSTPARM

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMHPAR

           PERFORM 1120-TESTAR-FS-MSTPARM

           OPEN OUTPUT SARQLPAR

           PERFORM 1130-TESTAR-FS-SARQLPAR

           PERFORM 1200-LER-PARAMETRO

           PERFORM 1400-EMITIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO CARTAO DE SELECAO - PARMHPAR          *
      *    ('05' = CARTAO NAO INFORMADO)                               *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-TESTAR-FS-PARMHPAR         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-PARMHPAR          NOT EQUAL ZEROS
              AND WRK-FS-PARMHPAR      NOT EQUAL '05'
              MOVE 'PARMHPAR'          TO WRK-ARQUIVO
              MOVE WRK-FS-PARMHPAR     TO WRK-FS
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
      *    ('05' = CADASTRO AINDA NAO CRIADO)                          *
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
      *    TESTAR FILE-STATUS DO RELATORIO DE HISTORICO - SARQLPAR     *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-SARQLPAR         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQLPAR          NOT EQUAL ZEROS
              MOVE 'SARQLPAR'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQLPAR     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O CARTAO DE SELECAO E MONTAR O PARAMETRO E A FAIXA DE   *
      *    VIGENCIA - SEM CARTAO, TODOS OS PARAMETROS E TODAS AS DATAS *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-LER-PARAMETRO              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESCWHPA-REG-PARM

           IF WRK-FS-PARMHPAR          NOT EQUAL '05'
              READ PARMHPAR            INTO RESCWHPA-REG-PARM
              IF WRK-FS-PARMHPAR       EQUAL '10'
                 MOVE SPACES           TO RESCWHPA-REG-PARM
              ELSE
                 MOVE WRK-LEITURA      TO WRK-OPERACAO
                 PERFORM 1110-TESTAR-FS-PARMHPAR
              END-IF
           END-IF

           IF RESCWHPA-DTA-VIGENCIA-INI
                                       EQUAL SPACES
              MOVE ZEROS               TO RESCWHPA-DTA-VIG-INI-N
           END-IF

           IF RESCWHPA-DTA-VIGENCIA-FIM
                                       EQUAL SPACES
              MOVE ZEROS               TO RESCWHPA-DTA-VIG-FIM-N
           END-IF

           IF (NOT RESCWHPA-TODOS-PARAMETROS
               AND NOT RESCWHPA-PARAMETRO-VALIDO)
              OR RESCWHPA-DTA-VIG-INI-N
                                       NOT NUMERIC
              OR RESCWHPA-DTA-VIG-FIM-N
                                       NOT NUMERIC
              MOVE 'PARM SELECAO'      TO WRK-OPERACAO
              MOVE 'PARMHPAR'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0040'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           MOVE RESCWHPA-COD-PARAMETRO TO WRK-SEL-COD-PARAMETRO
           MOVE RESCWHPA-DTA-VIG-INI-N TO WRK-SEL-DTA-INICIAL
           MOVE RESCWHPA-DTA-VIG-FIM-N TO WRK-SEL-DTA-FINAL

           IF WRK-SEL-DTA-FINAL        EQUAL ZEROS
              MOVE 99999999            TO WRK-SEL-DTA-FINAL
           END-IF

           IF WRK-SEL-DTA-FINAL        LESS WRK-SEL-DTA-INICIAL
              MOVE 'PARM FAIXA'        TO WRK-OPERACAO
              MOVE 'PARMHPAR'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0050'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O CABECALHO DO RELATORIO COM A SELECAO USADA         *
      ******************************************************************
      *----------------------------------------------------------------*
       1400-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-EXECUCAO      TO WRK-CAB-DATA
           MOVE WRK-SEL-COD-PARAMETRO  TO WRK-PAR-COD-PARAMETRO
           MOVE WRK-SEL-DTA-INICIAL    TO WRK-PAR-DTA-INICIAL
           MOVE WRK-SEL-DTA-FINAL      TO WRK-PAR-DTA-FINAL

           IF WRK-SEL-COD-PARAMETRO    EQUAL SPACES
              MOVE 'TODOS'             TO WRK-PAR-COD-PARAMETRO
           END-IF

           MOVE WRK-LIN-TRACO          TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-CABEC1         TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-TRACO          TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-PARAMETRO      TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-LEGENDA        TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-BRANCO         TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-COLUNAS        TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-TRACO          TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PERCORRER O CADASTRO NA ORDEM DA CHAVE (PARAMETRO, ITEM E   *
      *    VIGENCIA) - COM PARAMETRO NO CARTAO, A LEITURA COMECA NELE  *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-LISTAR-ALTERACOES          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-MSTPARM
           MOVE 'N'                    TO WRK-VALOR-ANTERIOR-ACHADO
           MOVE SPACES                 TO WRK-ITEM-ANTERIOR

           IF WRK-FS-MSTPARM           EQUAL '05'
              MOVE 'S'                 TO WRK-FIM-MSTPARM
           ELSE
              MOVE LOW-VALUES          TO RESTWPAR-CHAVE
              MOVE WRK-SEL-COD-PARAMETRO
                                       TO RESTWPAR-COD-PARAMETRO
              START MSTPARM KEY NOT LESS RESTWPAR-CHAVE
              IF WRK-FS-MSTPARM        EQUAL '23' OR '46'
                 MOVE 'S'              TO WRK-FIM-MSTPARM
              ELSE
                 MOVE WRK-POSICIONAMENTO
                                       TO WRK-OPERACAO
                 PERFORM 1120-TESTAR-FS-MSTPARM
              END-IF
           END-IF

           PERFORM 2100-LER-PROX-ALTERACAO
              UNTIL WRK-ESGOTOU-MSTPARM

           IF ACU-ALTERACOES-LISTADAS  EQUAL ZEROS
              MOVE '  NENHUMA ALTERACAO APROVADA NA SELECAO'
                                       TO WRK-NEN-DESCRICAO
              MOVE WRK-LIN-NENHUMA     TO FD-SARQLPAR
              PERFORM 3900-GRAVAR-LINHA
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A PROXIMA ALTERACAO DO CADASTRO - NA TROCA DE ITEM O    *
      *    VALOR ANTERIOR E ZERADO; A ALTERACAO APROVADA DENTRO DA     *
      *    SELECAO E LISTADA E PASSA A SER O VALOR ANTERIOR DO ITEM    *
      *    (MESMO FORA DA FAIXA DE DATAS, PARA QUE A PRIMEIRA LINHA    *
      *    DA FAIXA MOSTRE O VALOR QUE ESTAVA EM VIGOR ANTES DELA)     *
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

           IF WRK-SEL-COD-PARAMETRO    NOT EQUAL SPACES
              AND RESTWPAR-COD-PARAMETRO
                                       NOT EQUAL WRK-SEL-COD-PARAMETRO
              MOVE 'S'                 TO WRK-FIM-MSTPARM
              GO                       TO 2100-99-FIM
           END-IF

           ADD 1                       TO ACU-LIDOS-MSTPARM

           IF RESTWPAR-COD-PARAMETRO   NOT EQUAL WRK-ANT-COD-PARAMETRO
              OR RESTWPAR-CHAVE-ITEM   NOT EQUAL WRK-ANT-CHAVE-ITEM
              MOVE RESTWPAR-COD-PARAMETRO
                                       TO WRK-ANT-COD-PARAMETRO
              MOVE RESTWPAR-CHAVE-ITEM TO WRK-ANT-CHAVE-ITEM
              MOVE 'N'                 TO WRK-VALOR-ANTERIOR-ACHADO
           END-IF

           IF RESTWPAR-DTA-VIGENCIA    NOT LESS WRK-SEL-DTA-INICIAL
              AND RESTWPAR-DTA-VIGENCIA
                                       NOT GREATER WRK-SEL-DTA-FINAL
              PERFORM 2200-TRATAR-ALTERACAO-SELEC
           END-IF

           IF RESTWPAR-APROVADA
              MOVE 'S'                 TO WRK-VALOR-ANTERIOR-ACHADO
              MOVE RESTWPAR-OPERACAO   TO WRK-ANT-OPERACAO
              MOVE RESTWPAR-VALOR      TO WRK-ANT-VALOR
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TRATAR A ALTERACAO DENTRO DA SELECAO - A APROVADA E         *
      *    LISTADA; AS DEMAIS SO SAO CONTADAS POR SITUACAO             *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-TRATAR-ALTERACAO-SELEC     SECTION.
      *----------------------------------------------------------------*

           IF RESTWPAR-PENDENTE
              ADD 1                    TO ACU-PENDENTES
           END-IF

           IF RESTWPAR-RECUSADA
              ADD 1                    TO ACU-RECUSADAS
           END-IF

           IF RESTWPAR-CANCELADA
              ADD 1                    TO ACU-CANCELADAS
           END-IF

           IF NOT RESTWPAR-APROVADA
              GO                       TO 2200-99-FIM
           END-IF

           MOVE RESTWPAR-COD-PARAMETRO TO WRK-DET-COD-PARAMETRO
                                          WRK-EDI-COD-PARAMETRO
           MOVE RESTWPAR-CHAVE-ITEM    TO WRK-DET-CHAVE-ITEM
           MOVE RESTWPAR-DTA-VIGENCIA  TO WRK-DET-DTA-VIGENCIA
           MOVE RESTWPAR-USUARIO-PROPOSTA
                                       TO WRK-DET-USUARIO-PROPOSTA
           MOVE RESTWPAR-USUARIO-DECISAO
                                       TO WRK-DET-USUARIO-DECISAO

           MOVE WRK-ANT-OPERACAO       TO WRK-EDI-OPERACAO
           MOVE WRK-ANT-VALOR          TO WRK-EDI-VALOR

           PERFORM 2760-EDITAR-VALOR

           MOVE WRK-VALOR-EDITADO      TO WRK-DET-VALOR-ANTERIOR

           IF NOT WRK-EXISTE-VALOR-ANTERIOR
              MOVE '(SEM VALOR ANTERIOR)'
                                       TO WRK-DET-VALOR-ANTERIOR
           END-IF

           IF WRK-EXISTE-VALOR-ANTERIOR
              AND WRK-ANT-EXCLUSAO
              MOVE '(ITEM EXCLUIDO)'   TO WRK-DET-VALOR-ANTERIOR
           END-IF

           MOVE RESTWPAR-OPERACAO      TO WRK-EDI-OPERACAO
           MOVE RESTWPAR-VALOR         TO WRK-EDI-VALOR

           PERFORM 2760-EDITAR-VALOR

           MOVE WRK-VALOR-EDITADO      TO WRK-DET-VALOR-NOVO

           MOVE SPACES                 TO WRK-DET-SITUACAO

           IF RESTWPAR-DTA-VIGENCIA    GREATER WRK-DATA-EXECUCAO
              MOVE 'A VIGORAR'         TO WRK-DET-SITUACAO
              ADD 1                    TO ACU-A-VIGORAR
           END-IF

           MOVE WRK-LIN-DETALHE        TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA

           MOVE RESTWPAR-DTA-PROPOSTA  TO WRK-PRO-DTA-PROPOSTA
           MOVE RESTWPAR-HORA-PROPOSTA TO WRK-PRO-HORA-PROPOSTA
           MOVE RESTWPAR-JUSTIFICATIVA TO WRK-PRO-JUSTIFICATIVA

           MOVE WRK-LIN-PROPOSTA       TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA

           MOVE RESTWPAR-DTA-DECISAO   TO WRK-APR-DTA-DECISAO
           MOVE RESTWPAR-HORA-DECISAO  TO WRK-APR-HORA-DECISAO
           MOVE RESTWPAR-MOTIVO-DECISAO
                                       TO WRK-APR-MOTIVO-DECISAO

           MOVE WRK-LIN-APROVACAO      TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA

           ADD 1                       TO ACU-ALTERACOES-LISTADAS.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EDITAR PARA O RELATORIO O VALOR DO PARAMETRO EM WRK-EDI-*   *
      *    CONFORME O CODIGO DO PARAMETRO - VALOR NAO NUMERICO SAI     *
      *    COMO ESTA NO CADASTRO                                       *
      ******************************************************************
      *----------------------------------------------------------------*
       2760-EDITAR-VALOR               SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-EDI-VALOR          TO WRK-VALOR-EDITADO

           IF WRK-EDI-EXCLUSAO
              MOVE 'EXCLUSAO DO ITEM'  TO WRK-VALOR-EDITADO
              GO                       TO 2760-99-FIM
           END-IF

           IF WRK-EDI-TABIMPED
              MOVE 'CODIGO VALIDO'     TO WRK-VALOR-EDITADO
           END-IF

           IF WRK-EDI-TABRETEN
              AND WRK-EDI-RET-MESES    NUMERIC
              MOVE WRK-EDI-RET-MESES   TO WRK-VED-RET-MESES
              MOVE WRK-VED-RETENCAO    TO WRK-VALOR-EDITADO
           END-IF

           IF WRK-EDI-PARMPESO
              AND WRK-EDI-PES-PESO-GRAU
                                       NUMERIC
              AND WRK-EDI-PES-PESO-QTDE
                                       NUMERIC
              AND WRK-EDI-PES-PESO-VALOR
                                       NUMERIC
              MOVE WRK-EDI-PES-PESO-GRAU
                                       TO WRK-VED-PES-PESO-GRAU
              MOVE WRK-EDI-PES-PESO-QTDE
                                       TO WRK-VED-PES-PESO-QTDE
              MOVE WRK-EDI-PES-PESO-VALOR
                                       TO WRK-VED-PES-PESO-VALOR
              MOVE WRK-VED-PESOS       TO WRK-VALOR-EDITADO
           END-IF

           IF WRK-EDI-PARMALRT
              AND WRK-EDI-ALT-SCORE-MINIMO
                                       NUMERIC
              MOVE WRK-EDI-ALT-SCORE-MINIMO
                                       TO WRK-VED-ALT-SCORE-MINIMO
              MOVE WRK-VED-SCORE       TO WRK-VALOR-EDITADO
           END-IF

           IF WRK-EDI-PARMRCCL
              AND WRK-EDI-CIC-MAX-CICLOS
                                       NUMERIC
              MOVE WRK-EDI-CIC-MAX-CICLOS
                                       TO WRK-VED-CIC-MAX-CICLOS
              MOVE WRK-VED-CICLOS      TO WRK-VALOR-EDITADO
           END-IF

           IF WRK-EDI-TABAVISO
              AND WRK-EDI-AVS-DIAS     NUMERIC
              MOVE WRK-EDI-AVS-DIAS    TO WRK-VED-AVS-DIAS
              MOVE WRK-VED-AVISO       TO WRK-VALOR-EDITADO
           END-IF.

      *----------------------------------------------------------------*
       2760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O RESUMO DA SELECAO                                  *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-EMITIR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           MOVE ACU-ALTERACOES-LISTADAS
                                       TO WRK-RES-LISTADAS
           MOVE ACU-A-VIGORAR          TO WRK-RES-A-VIGORAR
           MOVE ACU-PENDENTES          TO WRK-RES-PENDENTES
           MOVE ACU-RECUSADAS          TO WRK-RES-RECUSADAS
           MOVE ACU-CANCELADAS         TO WRK-RES-CANCELADAS

           MOVE WRK-LIN-TRACO          TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-RESUMO         TO FD-SARQLPAR

           PERFORM 3900-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR A LINHA MONTADA NO RELATORIO                         *
      ******************************************************************
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQLPAR

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-SARQLPAR

           ADD 1                       TO ACU-LINHAS-SARQLPAR.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FINALIZACAO                                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 4100-EMITIR-TOTAIS

           CLOSE PARMHPAR
                 MSTPARM
                 SARQLPAR

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMHPAR

           PERFORM 1120-TESTAR-FS-MSTPARM

           PERFORM 1130-TESTAR-FS-SARQLPAR

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR TOTAIS                                               *
      ******************************************************************
      *----------------------------------------------------------------*
       4100-EMITIR-TOTAIS              SECTION.
      *----------------------------------------------------------------*

           DISPLAY
           '*********************** RESCDSC8 ***********************'.
           DISPLAY
           '*                                                      *'.
           DISPLAY
           '*     HISTORICO DE ALTERACOES DE PARAMETROS:           *'.
           DISPLAY
           '*                                                      *'.

           MOVE ACU-LIDOS-MSTPARM      TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO MSTPARM        =>     ' WRK-MASC ' *'

           MOVE ACU-ALTERACOES-LISTADAS
                                       TO WRK-MASC

           DISPLAY
           '* ALTERACOES APROVADAS LISTADAS     =>     ' WRK-MASC ' *'

           MOVE ACU-A-VIGORAR          TO WRK-MASC

           DISPLAY
           '*   DAS QUAIS AINDA A VIGORAR       =>     ' WRK-MASC ' *'

           MOVE ACU-PENDENTES          TO WRK-MASC

           DISPLAY
           '* PROPOSTAS PENDENTES               =>     ' WRK-MASC ' *'

           MOVE ACU-RECUSADAS          TO WRK-MASC

           DISPLAY
           '* PROPOSTAS RECUSADAS               =>     ' WRK-MASC ' *'

           MOVE ACU-CANCELADAS         TO WRK-MASC

           DISPLAY
           '* PROPOSTAS CANCELADAS              =>     ' WRK-MASC ' *'

           MOVE ACU-LINHAS-SARQLPAR    TO WRK-MASC

           DISPLAY
           '* LINHAS GRAVADAS NO SARQLPAR       =>     ' WRK-MASC ' *'

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

           MOVE 'RESCDSC8'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
