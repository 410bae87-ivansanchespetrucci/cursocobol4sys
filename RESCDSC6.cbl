      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSC6.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSC6                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: APLICAR NO CADASTRO DE PARAMETROS DA ESTEIRA  *
      * (MSTPARM) AS TRANSACOES DE MANUTENCAO (EARQMPAR): PROPOR UMA   *
      * ALTERACAO (PR), APROVAR (AP) OU RECUSAR (RC) A PROPOSTA E      *
      * CANCELA-LA (CA). CADA ALTERACAO TEM DATA DE VIGENCIA           *
      * POSTERIOR A DATA DO PROCESSAMENTO E SO PASSA A VALER NA        *
      * ESTEIRA DEPOIS DE APROVADA POR UM USUARIO DIFERENTE DO QUE A   *
      * PROPOS - OS PASSOS OBTEM OS VALORES EM VIGOR PELA ROTINA       *
      * RESCDSC7. A PROPOSTA RECUSADA OU CANCELADA PERMANECE NO        *
      * CADASTRO E PODE SER SUBSTITUIDA POR UMA NOVA PROPOSTA PARA O   *
      * MESMO ITEM E VIGENCIA. TODA TRANSACAO, APLICADA OU REJEITADA,  *
      * E GRAVADA NO HISTORICO SARQHPAR. O RELATORIO SARQRPAR LISTA AS *
      * TRANSACOES DO DIA E, EM SEGUIDA, AS PROPOSTAS AINDA PENDENTES  *
      * DE APROVACAO. NAO FAZ PARTE DA ESTEIRA DIARIA - RODA SOB       *
      * DEMANDA, NA VESPERA DA VIGENCIA DAS ALTERACOES.                *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     EARQMPAR            I                      RESCWMPR        *
      *     MSTPARM            I/O (OPCIONAL)          RESTWPAR        *
      *     SARQHPAR            O  (ACRESCIMO)         RESTWDHP        *
      *     SARQRPAR            O                      RELATORIO 132   *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESCWMPR - LAYOUT DAS TRANSACOES DE MANUTENCAO DE PARAMETROS*
      *    RESTWPAR - LAYOUT DO CADASTRO DE PARAMETROS                 *
      *    RESTWDHP - LAYOUT DO HISTORICO DE MANUTENCAO DE PARAMETROS  *
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

           SELECT EARQMPAR ASSIGN      TO UT-S-EARQMPAR
                      FILE STATUS      IS WRK-FS-EARQMPAR.

           SELECT OPTIONAL MSTPARM
                      ASSIGN           TO MSTPARM
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWPAR-CHAVE
                      FILE STATUS      IS WRK-FS-MSTPARM.

           SELECT SARQHPAR ASSIGN      TO UT-S-SARQHPAR
                      FILE STATUS      IS WRK-FS-SARQHPAR.

           SELECT SARQRPAR ASSIGN      TO UT-S-SARQRPAR
                      FILE STATUS      IS WRK-FS-SARQRPAR.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT - TRANSACOES DE MANUTENCAO DE PARAMETROS (EARQMPAR)   *
      *                                -  LRECL   = 150                *
      *----------------------------------------------------------------*

       FD  EARQMPAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQMPAR                 PIC  X(150).

      *----------------------------------------------------------------*
      *    I/O - CADASTRO DE PARAMETROS DA ESTEIRA (MSTPARM)           *
      *                                -  LRECL   = 250                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWPAR E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  MSTPARM
           LABEL RECORD IS STANDARD.

           COPY RESTWPAR.

      *----------------------------------------------------------------*
      *    OUTPUT - HISTORICO DE MANUTENCAO DE PARAMETROS (SARQHPAR)   *
      *                                -  LRECL   = 200                *
      *----------------------------------------------------------------*

       FD  SARQHPAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQHPAR                 PIC  X(200).

      *----------------------------------------------------------------*
      *    OUTPUT - RELATORIO DE MANUTENCAO DE PARAMETROS (SARQRPAR)   *
      *                                -  LRECL   = 132                *
      *----------------------------------------------------------------*

       FD  SARQRPAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQRPAR                 PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSC6 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*

       01  ACU-LIDAS-EARQMPAR          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-APLICADAS               PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-REJEITADAS              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-PROPOSTAS               PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-APROVADAS               PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-RECUSADAS               PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CANCELADAS              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQHPAR          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-PENDENTES               PIC  9(009) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-EARQMPAR             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTPARM              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQHPAR             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRPAR             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA E SAIDA ***'.
      *----------------------------------------------------------------*

           COPY RESCWMPR.

           COPY RESTWDHP.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA TRANSACAO CORRENTE ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-EARQMPAR            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQMPAR                         VALUE 'S'.

       01  WRK-FIM-MSTPARM             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-MSTPARM                          VALUE 'S'.

       01  WRK-PARAMETRO-ACHADO        PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-PARAMETRO                         VALUE 'S'.

       01  WRK-DATA-OK                 PIC  X(001)         VALUE 'N'.
           88 WRK-DATA-VALIDA                              VALUE 'S'.

       01  WRK-COD-REJEICAO            PIC  9(002)         VALUE ZEROS.
       01  WRK-CHAVE-ITEM              PIC  X(006)         VALUE SPACES.

       01  WRK-DATA                    PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES           WRK-DATA.
           05 WRK-ANO                  PIC  9(004).
           05 WRK-MES                  PIC  9(002).
           05 WRK-DIA                  PIC  9(002).

       01  WRK-DIAS-MES                PIC  9(002)         VALUE ZEROS.
       01  WRK-REST-BISSEXTO-4         PIC  9(004) COMP-3  VALUE ZEROS.
       01  WRK-REST-BISSEXTO-100       PIC  9(004) COMP-3  VALUE ZEROS.
       01  WRK-REST-BISSEXTO-400       PIC  9(004) COMP-3  VALUE ZEROS.
       01  WRK-QUOC-BISSEXTO           PIC  9(004) COMP-3  VALUE ZEROS.

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
              'RESCDSC6 - MANUTENCAO DOS PARAMETROS DA ESTEIRA   '.
           05 FILLER                   PIC  X(018)         VALUE
              '                  '.
           05 FILLER                   PIC  X(018)         VALUE
              '   PROCESSAMENTO  '.
           05 WRK-CAB-DATA             PIC  9(008).
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LIN-TITULO.
           05 WRK-TIT-DESCRICAO        PIC  X(070).
           05 FILLER                   PIC  X(062)         VALUE SPACES.

       01  WRK-LIN-LEGENDA.
           05 FILLER                   PIC  X(050)         VALUE
              'O = OPERACAO (V VIGORAR, E EXCLUIR)   VIGENCIA = P'.
           05 FILLER                   PIC  X(050)         VALUE
              'RIMEIRA DATA DE PROCESSAMENTO EM QUE A ALTERACAO V'.
           05 FILLER                   PIC  X(032)         VALUE
              'ALE'.

       01  WRK-LIN-COLUNAS-TRANS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              'TR '.
           05 FILLER                   PIC  X(009)         VALUE
              'PARAMETRO'.
           05 FILLER                   PIC  X(007)         VALUE
              'ITEM'.
           05 FILLER                   PIC  X(009)         VALUE
              'VIGENCIA'.
           05 FILLER                   PIC  X(002)         VALUE
              'O '.
           05 FILLER                   PIC  X(035)         VALUE
              'VALOR'.
           05 FILLER                   PIC  X(009)         VALUE
              'USUARIO'.
           05 FILLER                   PIC  X(010)         VALUE
              'RESULTADO'.
           05 FILLER                   PIC  X(003)         VALUE
              'CR'.
           05 FILLER                   PIC  X(040)         VALUE
              'DESCRICAO'.
           05 FILLER                   PIC  X(003)         VALUE SPACES.

       01  WRK-LIN-DET-TRANS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DTR-TIPO-TRANS       PIC  X(002).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-COD-PARAMETRO    PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-CHAVE-ITEM       PIC  X(006).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-DTA-VIGENCIA     PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-OPERACAO         PIC  X(001).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-VALOR            PIC  X(034).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-USUARIO          PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-RESULTADO        PIC  X(009).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-COD-REJEICAO     PIC  9(002).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-DESCRICAO        PIC  X(040).
           05 FILLER                   PIC  X(003)         VALUE SPACES.

       01  WRK-LIN-TOT-TRANS.
           05 FILLER                   PIC  X(022)         VALUE
              '  TRANSACOES LIDAS -  '.
           05 WRK-TTR-LIDAS            PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(015)         VALUE
              '   APLICADAS - '.
           05 WRK-TTR-APLICADAS        PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(016)         VALUE
              '   REJEITADAS - '.
           05 WRK-TTR-REJEITADAS       PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(046)         VALUE SPACES.

       01  WRK-LIN-COLUNAS-PENDENTES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(009)         VALUE
              'PARAMETRO'.
           05 FILLER                   PIC  X(007)         VALUE
              'ITEM'.
           05 FILLER                   PIC  X(009)         VALUE
              'VIGENCIA'.
           05 FILLER                   PIC  X(002)         VALUE
              'O '.
           05 FILLER                   PIC  X(035)         VALUE
              'VALOR'.
           05 FILLER                   PIC  X(009)         VALUE
              'PROPONEN.'.
           05 FILLER                   PIC  X(009)         VALUE
              'PROPOSTA'.
           05 FILLER                   PIC  X(050)         VALUE
              'JUSTIFICATIVA'.

       01  WRK-LIN-DET-PENDENTE.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DPE-COD-PARAMETRO    PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DPE-CHAVE-ITEM       PIC  X(006).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DPE-DTA-VIGENCIA     PIC  9(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DPE-OPERACAO         PIC  X(001).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DPE-VALOR            PIC  X(034).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DPE-USUARIO          PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DPE-DTA-PROPOSTA     PIC  9(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DPE-JUSTIFICATIVA    PIC  X(049).
           05 FILLER                   PIC  X(001)         VALUE SPACE.

       01  WRK-LIN-NENHUMA.
           05 WRK-NEN-DESCRICAO        PIC  X(040).
           05 FILLER                   PIC  X(092)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VARIAVEIS AUXILIARES ***'.
      *----------------------------------------------------------------*

       01  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       01  WRK-MASC                    PIC  ZZZ.ZZZ.ZZ9    VALUE SPACES.
       01  WRK-DATA-EXECUCAO           PIC  9(008)         VALUE ZEROS.

       01  WRK-HORA-ACEITA             PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-HORA-ACEITA.
           05 WRK-HORA-HHMMSS          PIC  9(006).
           05 FILLER                   PIC  9(002).

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
           '*** RESCDSC6 - FIM DA AREA DE WORKING ***'.
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

           PERFORM 2000-APLICAR-TRANSACAO
               UNTIL WRK-ESGOTOU-EARQMPAR

           PERFORM 2900-EMITIR-TOTAL-TRANSACOES

           PERFORM 3000-EMITIR-PENDENTES

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

           ACCEPT WRK-HORA-ACEITA      FROM TIME

           OPEN INPUT  EARQMPAR

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQMPAR

           OPEN I-O    MSTPARM

           PERFORM 1120-TESTAR-FS-MSTPARM

           OPEN OUTPUT SARQRPAR

           OPEN EXTEND SARQHPAR

           PERFORM 1130-TESTAR-FS-SARQHPAR

           PERFORM 1140-TESTAR-FS-SARQRPAR

           PERFORM 1200-EMITIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS TRANSACOES DE MANUTENCAO - EARQMPAR  *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-TESTAR-FS-EARQMPAR         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQMPAR          NOT EQUAL ZEROS
              MOVE 'EARQMPAR'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQMPAR     TO WRK-FS
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
      *    ('05' = ARQUIVO OPCIONAL CRIADO NESTA EXECUCAO)             *
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
      *    TESTAR FILE-STATUS DO HISTORICO DE MANUTENCAO - SARQHPAR    *
      *    ('05' = ARQUIVO OPCIONAL CRIADO NESTA EXECUCAO)             *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-SARQHPAR         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQHPAR          NOT EQUAL ZEROS
              AND WRK-FS-SARQHPAR      NOT EQUAL '05'
              MOVE 'SARQHPAR'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQHPAR     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO RELATORIO DE MANUTENCAO - SARQRPAR    *
      ******************************************************************
      *----------------------------------------------------------------*
       1140-TESTAR-FS-SARQRPAR         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRPAR          NOT EQUAL ZEROS
              MOVE 'SARQRPAR'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQRPAR     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0040'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O CABECALHO DO RELATORIO E O TITULO DA PRIMEIRA      *
      *    PARTE (TRANSACOES DO DIA)                                   *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-EXECUCAO      TO WRK-CAB-DATA

           WRITE FD-SARQRPAR           FROM WRK-LIN-TRACO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQRPAR

           WRITE FD-SARQRPAR           FROM WRK-LIN-CABEC1

           PERFORM 1140-TESTAR-FS-SARQRPAR

           WRITE FD-SARQRPAR           FROM WRK-LIN-TRACO

           PERFORM 1140-TESTAR-FS-SARQRPAR

           MOVE 'TRANSACOES DE MANUTENCAO DE PARAMETROS RECEBIDAS'
                                       TO WRK-TIT-DESCRICAO

           WRITE FD-SARQRPAR           FROM WRK-LIN-BRANCO

           PERFORM 1140-TESTAR-FS-SARQRPAR

           WRITE FD-SARQRPAR           FROM WRK-LIN-TITULO

           PERFORM 1140-TESTAR-FS-SARQRPAR

           WRITE FD-SARQRPAR           FROM WRK-LIN-LEGENDA

           PERFORM 1140-TESTAR-FS-SARQRPAR

           WRITE FD-SARQRPAR           FROM WRK-LIN-COLUNAS-TRANS

           PERFORM 1140-TESTAR-FS-SARQRPAR.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A PROXIMA TRANSACAO, VALIDA-LA E, SE ACEITA, APLICA-LA  *
      *    NO CADASTRO DE PARAMETROS - APLICADA OU NAO, A TRANSACAO    *
      *    VAI PARA O HISTORICO E PARA O RELATORIO                     *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-APLICAR-TRANSACAO          SECTION.
      *----------------------------------------------------------------*

           READ EARQMPAR               INTO RESCWMPR-REG-TRANSACAO

           IF WRK-FS-EARQMPAR          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQMPAR
              GO                       TO 2000-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQMPAR

           ADD 1                       TO ACU-LIDAS-EARQMPAR

           PERFORM 2100-VALIDAR-TRANSACAO

           IF WRK-COD-REJEICAO         NOT EQUAL ZEROS
              ADD 1                    TO ACU-REJEITADAS
           ELSE
              IF RESCWMPR-PROPOSTA
                 PERFORM 2300-PROPOR-ALTERACAO
              ELSE
                 PERFORM 2400-DECIDIR-PROPOSTA
              END-IF
              ADD 1                    TO ACU-APLICADAS
           END-IF

           PERFORM 2600-GRAVAR-HISTORICO

           PERFORM 2700-EMITIR-LINHA-TRANSACAO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    VALIDAR A TRANSACAO CORRENTE - O PRIMEIRO ERRO ENCONTRADO   *
      *    FICA EM WRK-COD-REJEICAO (CODIGOS NO BOOK RESTWDHP). O ITEM *
      *    E LIDO NO CADASTRO PARA CONFERIR A SITUACAO DA PROPOSTA     *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-VALIDAR-TRANSACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-COD-REJEICAO
           MOVE 'N'                    TO WRK-PARAMETRO-ACHADO
           MOVE SPACES                 TO WRK-CHAVE-ITEM

           IF NOT RESCWMPR-PROPOSTA
              AND NOT RESCWMPR-APROVACAO
              AND NOT RESCWMPR-RECUSA
              AND NOT RESCWMPR-CANCELAMENTO
              MOVE 01                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

           IF NOT RESCWMPR-PARM-TABIMPED
              AND NOT RESCWMPR-PARM-TABRETEN
              AND NOT RESCWMPR-PARM-PARMPESO
              AND NOT RESCWMPR-PARM-PARMALRT
              AND NOT RESCWMPR-PARM-PARMRCCL
              AND NOT RESCWMPR-PARM-TABAVISO
              MOVE 02                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

      *    A JUSTIFICATIVA E OBRIGATORIA NA PROPOSTA E NA RECUSA       *
           IF RESCWMPR-USUARIO         EQUAL SPACES
              OR ((RESCWMPR-PROPOSTA OR RESCWMPR-RECUSA)
                  AND RESCWMPR-JUSTIFICATIVA
                                       EQUAL SPACES)
              MOVE 03                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

           IF RESCWMPR-DTA-VIGENCIA    NOT NUMERIC
              MOVE 04                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

           MOVE RESCWMPR-DTA-VIGENCIA  TO WRK-DATA

           PERFORM 2160-CONFERIR-DATA

           IF NOT WRK-DATA-VALIDA
              MOVE 04                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

      *    NENHUMA ALTERACAO E PROPOSTA OU APROVADA COM EFEITO NA      *
      *    PROPRIA DATA OU RETROATIVO - A RECUSA E O CANCELAMENTO      *
      *    PODEM ALCANCAR PROPOSTA JA VENCIDA SEM APROVACAO            *
           IF (RESCWMPR-PROPOSTA OR RESCWMPR-APROVACAO)
              AND RESCWMPR-DTA-VIGENCIA
                                       NOT GREATER WRK-DATA-EXECUCAO
              MOVE 04                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

           PERFORM 2140-MONTAR-CHAVE-ITEM

           IF WRK-COD-REJEICAO         NOT EQUAL ZEROS
              GO                       TO 2100-99-FIM
           END-IF

           IF RESCWMPR-PROPOSTA
              PERFORM 2170-VALIDAR-VALOR
              IF WRK-COD-REJEICAO      NOT EQUAL ZEROS
                 GO                    TO 2100-99-FIM
              END-IF
           END-IF

           PERFORM 2200-LOCALIZAR-PARAMETRO

      *    UMA NOVA PROPOSTA SO SUBSTITUI PROPOSTA RECUSADA OU         *
      *    CANCELADA DO MESMO ITEM E VIGENCIA                          *
           IF RESCWMPR-PROPOSTA
              IF WRK-EXISTE-PARAMETRO
                 AND (RESTWPAR-PENDENTE OR RESTWPAR-APROVADA)
                 MOVE 06               TO WRK-COD-REJEICAO
              END-IF
              GO                       TO 2100-99-FIM
           END-IF

           IF NOT WRK-EXISTE-PARAMETRO
              OR NOT RESTWPAR-PENDENTE
              MOVE 07                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

           IF (RESCWMPR-APROVACAO OR RESCWMPR-RECUSA)
              AND RESCWMPR-USUARIO     EQUAL RESTWPAR-USUARIO-PROPOSTA
              MOVE 08                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

           IF RESCWMPR-CANCELAMENTO
              AND RESCWMPR-USUARIO     NOT EQUAL
                                       RESTWPAR-USUARIO-PROPOSTA
              MOVE 09                  TO WRK-COD-REJEICAO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    MONTAR O ITEM DA CHAVE A PARTIR DO INICIO DO VALOR - SO OS  *
      *    PARAMETROS EM TABELA (TABIMPED, TABRETEN E TABAVISO) TEM    *
      *    ITEM; OS DEMAIS TEM UM UNICO VALOR E O ITEM FICA EM BRANCO  *
      ******************************************************************
      *----------------------------------------------------------------*
       2140-MONTAR-CHAVE-ITEM          SECTION.
      *----------------------------------------------------------------*

           IF RESCWMPR-PARM-TABIMPED
              IF (NOT RESCWMPR-TAB-IMPEDIMENTO
                  AND NOT RESCWMPR-TAB-GRAU)
                 OR RESCWMPR-TAB-CODIGO
                                       NOT NUMERIC
                 OR RESCWMPR-TAB-CODIGO
                                       EQUAL ZEROS
                 MOVE 05               TO WRK-COD-REJEICAO
                 GO                    TO 2140-99-FIM
              END-IF
              MOVE RESCWMPR-TAB-ITEM   TO WRK-CHAVE-ITEM
           END-IF

           IF RESCWMPR-PARM-TABRETEN
              IF RESCWMPR-RET-TIPO-IMPED
                                       NOT NUMERIC
                 MOVE 05               TO WRK-COD-REJEICAO
                 GO                    TO 2140-99-FIM
              END-IF
              MOVE RESCWMPR-RET-ITEM   TO WRK-CHAVE-ITEM
           END-IF

           IF RESCWMPR-PARM-TABAVISO
              IF RESCWMPR-AVS-TIPO-IMPED
                                       NOT NUMERIC
                 MOVE 05               TO WRK-COD-REJEICAO
                 GO                    TO 2140-99-FIM
              END-IF
              MOVE RESCWMPR-AVS-ITEM   TO WRK-CHAVE-ITEM
           END-IF.

      *----------------------------------------------------------------*
       2140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONFERIR SE WRK-DATA (AAAAMMDD) E UMA DATA DE CALENDARIO    *
      ******************************************************************
      *----------------------------------------------------------------*
       2160-CONFERIR-DATA              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DATA-OK

           IF WRK-ANO                  LESS 1900
              OR WRK-MES               LESS 01
              OR WRK-MES               GREATER 12
              OR WRK-DIA               LESS 01
              GO                       TO 2160-99-FIM
           END-IF

           PERFORM 2180-APURAR-DIAS-NO-MES

           IF WRK-DIA                  NOT GREATER WRK-DIAS-MES
              MOVE 'S'                 TO WRK-DATA-OK
           END-IF.

      *----------------------------------------------------------------*
       2160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    VALIDAR A OPERACAO E O VALOR PROPOSTOS COM AS MESMAS REGRAS *
      *    QUE OS PASSOS APLICAM AO VALOR EM VIGOR - A EXCLUSAO NAO    *
      *    TEM VALOR ALEM DO ITEM                                      *
      ******************************************************************
      *----------------------------------------------------------------*
       2170-VALIDAR-VALOR              SECTION.
      *----------------------------------------------------------------*

           IF NOT RESCWMPR-OPER-VIGORAR
              AND NOT RESCWMPR-OPER-EXCLUIR
              MOVE 05                  TO WRK-COD-REJEICAO
              GO                       TO 2170-99-FIM
           END-IF

           IF RESCWMPR-OPER-EXCLUIR
              GO                       TO 2170-99-FIM
           END-IF

           IF RESCWMPR-PARM-TABRETEN
              AND (RESCWMPR-RET-MESES  NOT NUMERIC
                   OR RESCWMPR-RET-MESES
                                       EQUAL ZEROS)
              MOVE 05                  TO WRK-COD-REJEICAO
           END-IF

           IF RESCWMPR-PARM-TABAVISO
              AND RESCWMPR-AVS-DIAS    NOT NUMERIC
              MOVE 05                  TO WRK-COD-REJEICAO
           END-IF

           IF RESCWMPR-PARM-PARMPESO
              AND (RESCWMPR-PES-PESO-GRAU
                                       NOT NUMERIC
                   OR RESCWMPR-PES-PESO-QTDE
                                       NOT NUMERIC
                   OR RESCWMPR-PES-PESO-VALOR
                                       NOT NUMERIC)
              MOVE 05                  TO WRK-COD-REJEICAO
           END-IF

           IF RESCWMPR-PARM-PARMALRT
              AND RESCWMPR-ALT-SCORE-MINIMO
                                       NOT NUMERIC
              MOVE 05                  TO WRK-COD-REJEICAO
           END-IF

           IF RESCWMPR-PARM-PARMRCCL
              AND (RESCWMPR-CIC-MAX-CICLOS
                                       NOT NUMERIC
                   OR RESCWMPR-CIC-MAX-CICLOS
                                       EQUAL ZEROS)
              MOVE 05                  TO WRK-COD-REJEICAO
           END-IF.

      *----------------------------------------------------------------*
       2170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    APURAR A QUANTIDADE DE DIAS DO MES/ANO EM WRK-DATA          *
      ******************************************************************
      *----------------------------------------------------------------*
       2180-APURAR-DIAS-NO-MES         SECTION.
      *----------------------------------------------------------------*

           MOVE 31                     TO WRK-DIAS-MES

           IF WRK-MES                  EQUAL 04 OR 06 OR 09 OR 11
              MOVE 30                  TO WRK-DIAS-MES
           END-IF

           IF WRK-MES                  EQUAL 02
              MOVE 28                  TO WRK-DIAS-MES
              DIVIDE WRK-ANO           BY 4
                                       GIVING WRK-QUOC-BISSEXTO
                                       REMAINDER WRK-REST-BISSEXTO-4
              DIVIDE WRK-ANO           BY 100
                                       GIVING WRK-QUOC-BISSEXTO
                                       REMAINDER WRK-REST-BISSEXTO-100
              DIVIDE WRK-ANO           BY 400
                                       GIVING WRK-QUOC-BISSEXTO
                                       REMAINDER WRK-REST-BISSEXTO-400
              IF WRK-REST-BISSEXTO-4   EQUAL ZEROS
                 AND (WRK-REST-BISSEXTO-100
                                       NOT EQUAL ZEROS
                      OR WRK-REST-BISSEXTO-400
                                       EQUAL ZEROS)
                 MOVE 29               TO WRK-DIAS-MES
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2180-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LOCALIZAR NO CADASTRO A ALTERACAO DO PARAMETRO, ITEM E      *
      *    VIGENCIA DA TRANSACAO CORRENTE                              *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-LOCALIZAR-PARAMETRO        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-PARAMETRO-ACHADO

           MOVE RESCWMPR-COD-PARAMETRO TO RESTWPAR-COD-PARAMETRO
           MOVE WRK-CHAVE-ITEM         TO RESTWPAR-CHAVE-ITEM
           MOVE RESCWMPR-DTA-VIGENCIA  TO RESTWPAR-DTA-VIGENCIA

           READ MSTPARM

           IF WRK-FS-MSTPARM           EQUAL '23'
              GO                       TO 2200-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTPARM

           MOVE 'S'                    TO WRK-PARAMETRO-ACHADO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR A PROPOSTA PENDENTE NO CADASTRO - PROPOSTA RECUSADA  *
      *    OU CANCELADA DO MESMO ITEM E VIGENCIA E SOBREPOSTA, FICANDO *
      *    O SEU REGISTRO NO HISTORICO SARQHPAR                        *
      ******************************************************************
      *----------------------------------------------------------------*
       2300-PROPOR-ALTERACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWPAR-REG-PARAMETRO

           MOVE RESCWMPR-COD-PARAMETRO TO RESTWPAR-COD-PARAMETRO
           MOVE WRK-CHAVE-ITEM         TO RESTWPAR-CHAVE-ITEM
           MOVE RESCWMPR-DTA-VIGENCIA  TO RESTWPAR-DTA-VIGENCIA
           MOVE RESCWMPR-OPERACAO      TO RESTWPAR-OPERACAO
           MOVE RESCWMPR-VALOR         TO RESTWPAR-VALOR
           MOVE 'P'                    TO RESTWPAR-SITUACAO
           MOVE RESCWMPR-USUARIO       TO RESTWPAR-USUARIO-PROPOSTA
           MOVE WRK-DATA-EXECUCAO      TO RESTWPAR-DTA-PROPOSTA
           MOVE WRK-HORA-HHMMSS        TO RESTWPAR-HORA-PROPOSTA
           MOVE RESCWMPR-JUSTIFICATIVA TO RESTWPAR-JUSTIFICATIVA
           MOVE ZEROS                  TO RESTWPAR-DTA-DECISAO
                                          RESTWPAR-HORA-DECISAO

           IF WRK-EXISTE-PARAMETRO
              REWRITE RESTWPAR-REG-PARAMETRO
              MOVE WRK-REGRAVACAO      TO WRK-OPERACAO
           ELSE
              WRITE RESTWPAR-REG-PARAMETRO
              MOVE WRK-GRAVACAO        TO WRK-OPERACAO
           END-IF

           PERFORM 1120-TESTAR-FS-MSTPARM

           ADD 1                       TO ACU-PROPOSTAS.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGISTRAR A DECISAO SOBRE A PROPOSTA PENDENTE - APROVACAO,  *
      *    RECUSA OU CANCELAMENTO - COM O USUARIO, A DATA E A HORA     *
      ******************************************************************
      *----------------------------------------------------------------*
       2400-DECIDIR-PROPOSTA           SECTION.
      *----------------------------------------------------------------*

           IF RESCWMPR-APROVACAO
              MOVE 'A'                 TO RESTWPAR-SITUACAO
              ADD 1                    TO ACU-APROVADAS
           END-IF

           IF RESCWMPR-RECUSA
              MOVE 'R'                 TO RESTWPAR-SITUACAO
              ADD 1                    TO ACU-RECUSADAS
           END-IF

           IF RESCWMPR-CANCELAMENTO
              MOVE 'C'                 TO RESTWPAR-SITUACAO
              ADD 1                    TO ACU-CANCELADAS
           END-IF

           MOVE RESCWMPR-USUARIO       TO RESTWPAR-USUARIO-DECISAO
           MOVE WRK-DATA-EXECUCAO      TO RESTWPAR-DTA-DECISAO
           MOVE WRK-HORA-HHMMSS        TO RESTWPAR-HORA-DECISAO
           MOVE RESCWMPR-JUSTIFICATIVA TO RESTWPAR-MOTIVO-DECISAO

           REWRITE RESTWPAR-REG-PARAMETRO

           MOVE WRK-REGRAVACAO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTPARM.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR NO HISTORICO A TRANSACAO CORRENTE COM O RESULTADO    *
      ******************************************************************
      *----------------------------------------------------------------*
       2600-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDHP-REG-HISTORICO
           MOVE WRK-DATA-EXECUCAO      TO RESTWDHP-DTA-PROCESSAMENTO
           MOVE WRK-HORA-HHMMSS        TO RESTWDHP-HORA-PROCESSAMENTO
           MOVE WRK-COD-REJEICAO       TO RESTWDHP-COD-REJEICAO
           MOVE RESCWMPR-REG-TRANSACAO TO RESTWDHP-TRANSACAO

           IF WRK-COD-REJEICAO         EQUAL ZEROS
              MOVE 'A'                 TO RESTWDHP-RESULTADO
           ELSE
              MOVE 'R'                 TO RESTWDHP-RESULTADO
           END-IF

           WRITE FD-SARQHPAR           FROM RESTWDHP-REG-HISTORICO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-SARQHPAR

           ADD 1                       TO ACU-GRAVS-SARQHPAR.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR NO RELATORIO A LINHA DA TRANSACAO CORRENTE - NA      *
      *    DECISAO SOBRE PROPOSTA EXISTENTE, A OPERACAO E O VALOR SAO  *
      *    OS DA PROPOSTA NO CADASTRO                                  *
      ******************************************************************
      *----------------------------------------------------------------*
       2700-EMITIR-LINHA-TRANSACAO     SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWMPR-TIPO-TRANS    TO WRK-DTR-TIPO-TRANS
           MOVE RESCWMPR-COD-PARAMETRO TO WRK-DTR-COD-PARAMETRO
           MOVE WRK-CHAVE-ITEM         TO WRK-DTR-CHAVE-ITEM
           MOVE RESCWMPR-DTA-VIGENCIA  TO WRK-DTR-DTA-VIGENCIA
           MOVE RESCWMPR-USUARIO       TO WRK-DTR-USUARIO
           MOVE WRK-COD-REJEICAO       TO WRK-DTR-COD-REJEICAO

           MOVE RESCWMPR-COD-PARAMETRO TO WRK-EDI-COD-PARAMETRO
           MOVE RESCWMPR-OPERACAO      TO WRK-EDI-OPERACAO
           MOVE RESCWMPR-VALOR         TO WRK-EDI-VALOR

           IF NOT RESCWMPR-PROPOSTA
              AND WRK-EXISTE-PARAMETRO
              MOVE RESTWPAR-OPERACAO   TO WRK-EDI-OPERACAO
              MOVE RESTWPAR-VALOR      TO WRK-EDI-VALOR
           END-IF

           PERFORM 2760-EDITAR-VALOR

           MOVE WRK-EDI-OPERACAO       TO WRK-DTR-OPERACAO
           MOVE WRK-VALOR-EDITADO      TO WRK-DTR-VALOR

           PERFORM 2750-DESCREVER-RESULTADO

           WRITE FD-SARQRPAR           FROM WRK-LIN-DET-TRANS

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQRPAR.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    DESCREVER O RESULTADO DA TRANSACAO CORRENTE PARA O          *
      *    RELATORIO                                                   *
      ******************************************************************
      *----------------------------------------------------------------*
       2750-DESCREVER-RESULTADO        SECTION.
      *----------------------------------------------------------------*

           IF WRK-COD-REJEICAO         EQUAL ZEROS
              MOVE 'APLICADA'          TO WRK-DTR-RESULTADO
           ELSE
              MOVE 'REJEITADA'         TO WRK-DTR-RESULTADO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL ZEROS
              AND RESCWMPR-PROPOSTA
              MOVE 'ALTERACAO PROPOSTA - AGUARDA APROVACAO'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL ZEROS
              AND RESCWMPR-APROVACAO
              MOVE 'ALTERACAO APROVADA - VALE NA VIGENCIA'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL ZEROS
              AND RESCWMPR-RECUSA
              MOVE 'PROPOSTA RECUSADA PELO APROVADOR'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL ZEROS
              AND RESCWMPR-CANCELAMENTO
              MOVE 'PROPOSTA CANCELADA PELO PROPONENTE'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 01
              MOVE 'TIPO DE TRANSACAO INVALIDO'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 02
              MOVE 'CODIGO DE PARAMETRO INVALIDO'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 03
              MOVE 'USUARIO OU JUSTIFICATIVA NAO INFORMADO'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 04
              MOVE 'DATA DE VIGENCIA INVALIDA OU JA ALCANCADA'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 05
              MOVE 'OPERACAO OU VALOR INVALIDO'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 06
              MOVE 'JA EXISTE ALTERACAO DO ITEM NA VIGENCIA'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 07
              MOVE 'PROPOSTA PENDENTE NAO ENCONTRADA'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 08
              MOVE 'DECISAO PELO PROPRIO PROPONENTE'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 09
              MOVE 'CANCELAMENTO SO PELO PROPONENTE'
                                       TO WRK-DTR-DESCRICAO
           END-IF.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EDITAR PARA O RELATORIO O VALOR DO PARAMETRO EM WRK-EDI-*   *
      *    CONFORME O CODIGO DO PARAMETRO - VALOR NAO NUMERICO SAI     *
      *    COMO FOI INFORMADO                                          *
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
      *    EMITIR O TOTAL DAS TRANSACOES DO DIA                        *
      ******************************************************************
      *----------------------------------------------------------------*
       2900-EMITIR-TOTAL-TRANSACOES    SECTION.
      *----------------------------------------------------------------*

           IF ACU-LIDAS-EARQMPAR       EQUAL ZEROS
              MOVE '  NENHUMA TRANSACAO RECEBIDA NO DIA'
                                       TO WRK-NEN-DESCRICAO
              WRITE FD-SARQRPAR        FROM WRK-LIN-NENHUMA
              MOVE WRK-GRAVACAO        TO WRK-OPERACAO
              PERFORM 1140-TESTAR-FS-SARQRPAR
           END-IF

           MOVE ACU-LIDAS-EARQMPAR     TO WRK-TTR-LIDAS
           MOVE ACU-APLICADAS          TO WRK-TTR-APLICADAS
           MOVE ACU-REJEITADAS         TO WRK-TTR-REJEITADAS

           WRITE FD-SARQRPAR           FROM WRK-LIN-TOT-TRANS

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQRPAR.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A SEGUNDA PARTE DO RELATORIO - PROPOSTAS PENDENTES   *
      *    DE APROVACAO NO CADASTRO JA ATUALIZADO, NA ORDEM DA CHAVE   *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-EMITIR-PENDENTES           SECTION.
      *----------------------------------------------------------------*

           MOVE 'PROPOSTAS PENDENTES DE APROVACAO NO CADASTRO'
                                       TO WRK-TIT-DESCRICAO

           WRITE FD-SARQRPAR           FROM WRK-LIN-BRANCO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQRPAR

           WRITE FD-SARQRPAR           FROM WRK-LIN-TITULO

           PERFORM 1140-TESTAR-FS-SARQRPAR

           WRITE FD-SARQRPAR           FROM WRK-LIN-COLUNAS-PENDENTES

           PERFORM 1140-TESTAR-FS-SARQRPAR

           MOVE 'N'                    TO WRK-FIM-MSTPARM
           MOVE LOW-VALUES             TO RESTWPAR-CHAVE

           START MSTPARM KEY NOT LESS RESTWPAR-CHAVE

           IF WRK-FS-MSTPARM           EQUAL '23' OR '46'
              MOVE 'S'                 TO WRK-FIM-MSTPARM
           ELSE
              MOVE WRK-POSICIONAMENTO  TO WRK-OPERACAO
              PERFORM 1120-TESTAR-FS-MSTPARM
           END-IF

           PERFORM 3100-EMITIR-PROX-PENDENTE
              UNTIL WRK-ESGOTOU-MSTPARM

           IF ACU-PENDENTES            EQUAL ZEROS
              MOVE '  NENHUMA PROPOSTA PENDENTE'
                                       TO WRK-NEN-DESCRICAO
              WRITE FD-SARQRPAR        FROM WRK-LIN-NENHUMA
              MOVE WRK-GRAVACAO        TO WRK-OPERACAO
              PERFORM 1140-TESTAR-FS-SARQRPAR
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DO CADASTRO E EMITI-LO SE PENDENTE   *
      ******************************************************************
      *----------------------------------------------------------------*
       3100-EMITIR-PROX-PENDENTE       SECTION.
      *----------------------------------------------------------------*

           READ MSTPARM NEXT

           IF WRK-FS-MSTPARM           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-MSTPARM
              GO                       TO 3100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTPARM

           IF NOT RESTWPAR-PENDENTE
              GO                       TO 3100-99-FIM
           END-IF

           MOVE RESTWPAR-COD-PARAMETRO TO WRK-DPE-COD-PARAMETRO
                                          WRK-EDI-COD-PARAMETRO
           MOVE RESTWPAR-CHAVE-ITEM    TO WRK-DPE-CHAVE-ITEM
           MOVE RESTWPAR-DTA-VIGENCIA  TO WRK-DPE-DTA-VIGENCIA
           MOVE RESTWPAR-OPERACAO      TO WRK-DPE-OPERACAO
                                          WRK-EDI-OPERACAO
           MOVE RESTWPAR-VALOR         TO WRK-EDI-VALOR

           PERFORM 2760-EDITAR-VALOR

           MOVE WRK-VALOR-EDITADO      TO WRK-DPE-VALOR
           MOVE RESTWPAR-USUARIO-PROPOSTA
                                       TO WRK-DPE-USUARIO
           MOVE RESTWPAR-DTA-PROPOSTA  TO WRK-DPE-DTA-PROPOSTA
           MOVE RESTWPAR-JUSTIFICATIVA TO WRK-DPE-JUSTIFICATIVA

           WRITE FD-SARQRPAR           FROM WRK-LIN-DET-PENDENTE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQRPAR

           ADD 1                       TO ACU-PENDENTES.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FINALIZACAO                                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 4100-EMITIR-TOTAIS

           CLOSE EARQMPAR
                 MSTPARM
                 SARQHPAR
                 SARQRPAR

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQMPAR

           PERFORM 1120-TESTAR-FS-MSTPARM

           PERFORM 1130-TESTAR-FS-SARQHPAR

           PERFORM 1140-TESTAR-FS-SARQRPAR

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
           '*********************** RESCDSC6 ***********************'.
           DISPLAY
           '*                                                      *'.
           DISPLAY
           '*     RESULTADO DA MANUTENCAO DE PARAMETROS:           *'.
           DISPLAY
           '*                                                      *'.

           MOVE ACU-LIDAS-EARQMPAR     TO WRK-MASC

           DISPLAY
           '* TRANSACOES LIDAS NO EARQMPAR      =>     ' WRK-MASC ' *'

           MOVE ACU-APLICADAS          TO WRK-MASC

           DISPLAY
           '* TRANSACOES APLICADAS              =>     ' WRK-MASC ' *'

           MOVE ACU-REJEITADAS         TO WRK-MASC

           DISPLAY
           '* TRANSACOES REJEITADAS             =>     ' WRK-MASC ' *'

           MOVE ACU-PROPOSTAS          TO WRK-MASC

           DISPLAY
           '* ALTERACOES PROPOSTAS              =>     ' WRK-MASC ' *'

           MOVE ACU-APROVADAS          TO WRK-MASC

           DISPLAY
           '* PROPOSTAS APROVADAS               =>     ' WRK-MASC ' *'

           MOVE ACU-RECUSADAS          TO WRK-MASC

           DISPLAY
           '* PROPOSTAS RECUSADAS               =>     ' WRK-MASC ' *'

           MOVE ACU-CANCELADAS         TO WRK-MASC

           DISPLAY
           '* PROPOSTAS CANCELADAS              =>     ' WRK-MASC ' *'

           MOVE ACU-GRAVS-SARQHPAR     TO WRK-MASC

           DISPLAY
           '* REGISTROS GRAVADOS NO SARQHPAR    =>     ' WRK-MASC ' *'

           MOVE ACU-PENDENTES          TO WRK-MASC

           DISPLAY
           '* PROPOSTAS PENDENTES NO CADASTRO   =>     ' WRK-MASC ' *'

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

           MOVE 'RESCDSC6'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
