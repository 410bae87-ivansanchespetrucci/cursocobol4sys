      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSC3.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSC3                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: EMITIR A MOVIMENTACAO MENSAL DO ESTOQUE DE    *
      * RESTRICOES DO ARQUIVO MESTRE (MSTREST) NO MES INFORMADO NO     *
      * CARTAO PARMESTQ (AAAAMM): PARA CADA TIPO-IMPED / MAIOR-GRAU /  *
      * ORIGEM, O ESTOQUE DE ABERTURA, AS INCLUSOES, AS REATIVACOES,   *
      * OS ENCERRAMENTOS, OS AJUSTES E O ESTOQUE DE FECHAMENTO, EM     *
      * QUANTIDADE DE CHAVES E EM VALOR-TOT-IMPED, CONFERINDO EM CADA  *
      * LINHA QUE A ABERTURA MAIS A MOVIMENTACAO E IGUAL AO            *
      * FECHAMENTO. A ABERTURA E A POSICAO DE FECHAMENTO DO MES        *
      * ANTERIOR (EARQPOSA = SARQPOSI GRAVADO PELA EXECUCAO DO MES     *
      * ANTERIOR), CASADA CHAVE A CHAVE COM O MESTRE; O FECHAMENTO SAO *
      * AS CHAVES COM INCLUSAO ATE O ULTIMO DIA DO MES E ATIVAS NESSE  *
      * DIA (SITUACAO A, OU E COM ENCERRAMENTO POSTERIOR AO MES), E E  *
      * GRAVADO NO SARQPOSI PARA SER A ABERTURA DO MES SEGUINTE.       *
      * CHAVE FORA DA ABERTURA QUE ENTROU NO ESTOQUE NO MES E INCLUSAO *
      * SE A DATA DE INCLUSAO E DO MES E REATIVACAO SE E ANTERIOR.     *
      * AJUSTES SAO A MUDANCA DE GRAU OU DE ORIGEM DA CHAVE (SAI DE    *
      * UMA LINHA E ENTRA EM OUTRA) E A VARIACAO DO VALOR DAS CHAVES   *
      * QUE PERMANECERAM NO ESTOQUE. NA PRIMEIRA EXECUCAO, SEM O       *
      * EARQPOSA, A ABERTURA E APURADA PELAS DATAS DO MESTRE E AS      *
      * REATIVACOES DO MES FICAM DENTRO DA ABERTURA. A LINHA QUE NAO   *
      * FECHA E MARCADA COM *** E DEVOLVE RETORNO 8. GRAVA TAMBEM O    *
      * EXTRATO SARQESTQ (BOOK RESTWDEQ) PARA CARGA PELA AREA          *
      * FINANCEIRA. NAO ENTRA NA ESTEIRA DIARIA: RODA UMA VEZ POR MES, *
      * DEPOIS DA ULTIMA ESTEIRA DO MES E ANTES DO PRIMEIRO RESCDSA3   *
      * DO MES SEGUINTE, PORQUE O MESTRE NAO GUARDA O HISTORICO DE     *
      * UMA CHAVE ENCERRADA E DEPOIS REATIVADA.                        *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     PARMESTQ            I                      RESCWEST        *
      *     MSTREST             I                      RESTWMST        *
      *     EARQPOSA            I  (OPCIONAL)          RESTWPOS        *
      *     SARQPOSI            O                      RESTWPOS        *
      *     SARQESTQ            O                      RESTWDEQ        *
      *     SARQRESQ            O                      RELATORIO 132   *
      *     SORTWK             TRABALHO DO SORT INTERNO                *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESCWEST - LAYOUT DO CARTAO DE PARAMETRO DO RELATORIO       *
      *    RESTWMST - LAYOUT DO ARQUIVO MESTRE DE RESTRICOES           *
      *    RESTWPOS - LAYOUT DA POSICAO DE FECHAMENTO DO ESTOQUE       *
      *    RESTWDEQ - LAYOUT DO EXTRATO MENSAL DO ESTOQUE              *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *----------------------------------------------------------------*
      *    RETORNO.....: 0 - TODAS AS LINHAS FECHARAM                  *
      *                  8 - LINHA OU TOTAL QUE NAO FECHOU             *
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

           SELECT PARMESTQ ASSIGN      TO UT-S-PARMESTQ
                      FILE STATUS      IS WRK-FS-PARMESTQ.

           SELECT MSTREST  ASSIGN      TO MSTREST
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWMST-CHAVE
                      FILE STATUS      IS WRK-FS-MSTREST.

           SELECT OPTIONAL EARQPOSA
                      ASSIGN           TO UT-S-EARQPOSA
                      FILE STATUS      IS WRK-FS-EARQPOSA.

           SELECT SARQPOSI ASSIGN      TO UT-S-SARQPOSI
                      FILE STATUS      IS WRK-FS-SARQPOSI.

           SELECT SARQESTQ ASSIGN      TO UT-S-SARQESTQ
                      FILE STATUS      IS WRK-FS-SARQESTQ.

           SELECT SARQRESQ ASSIGN      TO UT-S-SARQRESQ
                      FILE STATUS      IS WRK-FS-SARQRESQ.

           SELECT SARQSORT ASSIGN      TO UT-S-SORTWK.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT - CARTAO DE PARAMETRO DO RELATORIO (PARMESTQ)         *
      *                                -  LRECL   = 080                *
      *----------------------------------------------------------------*

       FD  PARMESTQ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMESTQ                 PIC  X(080).

      *----------------------------------------------------------------*
      *    INPUT - ARQUIVO MESTRE DE RESTRICOES (MSTREST)              *
      *                                -  LRECL   = 124                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWMST E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  MSTREST
           LABEL RECORD IS STANDARD.

           COPY RESTWMST.

      *----------------------------------------------------------------*
      *    INPUT - POSICAO DE FECHAMENTO DO MES ANTERIOR (EARQPOSA)    *
      *                                -  LRECL   = 060                *
      *----------------------------------------------------------------*

       FD  EARQPOSA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQPOSA                 PIC  X(060).

      *----------------------------------------------------------------*
      *    OUTPUT - POSICAO DE FECHAMENTO DO MES (SARQPOSI)            *
      *                                -  LRECL   = 060                *
      *----------------------------------------------------------------*

       FD  SARQPOSI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQPOSI                 PIC  X(060).

      *----------------------------------------------------------------*
      *    OUTPUT - EXTRATO MENSAL DO ESTOQUE (SARQESTQ)               *
      *                                -  LRECL   = 200                *
      *----------------------------------------------------------------*

       FD  SARQESTQ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQESTQ                 PIC  X(200).

      *----------------------------------------------------------------*
      *    OUTPUT - RELATORIO MENSAL DO ESTOQUE (SARQRESQ)             *
      *                                -  LRECL   = 132                *
      *----------------------------------------------------------------*

       FD  SARQRESQ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQRESQ                 PIC  X(132).

      *----------------------------------------------------------------*
      *    TRABALHO - MOVIMENTOS DE CADA CHAVE DO MESTRE NO MES,       *
      *    CLASSIFICADOS POR TIPO-IMPED / MAIOR-GRAU / ORIGEM. UMA     *
      *    CHAVE QUE MUDOU DE GRAU OU ORIGEM GERA DOIS MOVIMENTOS      *
      *----------------------------------------------------------------*

       SD  SARQSORT.

       01  SRT-REG-MOVIMENTO.
           05 SRT-GRUPO.
              10 SRT-TIPO-IMPED        PIC  9(003).
              10 SRT-MAIOR-GRAU        PIC  9(001).
              10 SRT-ORIGEM            PIC  X(001).
           05 SRT-QTD-ABERTURA         PIC S9(009) COMP-3.
           05 SRT-QTD-INCLUSOES        PIC S9(009) COMP-3.
           05 SRT-QTD-REATIVACOES      PIC S9(009) COMP-3.
           05 SRT-QTD-ENCERRAMENTOS    PIC S9(009) COMP-3.
           05 SRT-QTD-AJUSTES          PIC S9(009) COMP-3.
           05 SRT-QTD-FECHAMENTO       PIC S9(009) COMP-3.
           05 SRT-VLR-ABERTURA         PIC S9(015)V99 COMP-3.
           05 SRT-VLR-INCLUSOES        PIC S9(015)V99 COMP-3.
           05 SRT-VLR-REATIVACOES      PIC S9(015)V99 COMP-3.
           05 SRT-VLR-ENCERRAMENTOS    PIC S9(015)V99 COMP-3.
           05 SRT-VLR-AJUSTES          PIC S9(015)V99 COMP-3.
           05 SRT-VLR-FECHAMENTO       PIC S9(015)V99 COMP-3.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSC3 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*

       01  ACU-LIDOS-MSTREST           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-EARQPOSA          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CHAVES-EARQPOSA         PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-POSICAO-SEM-MESTRE      PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQPOSI          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQESTQ          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LINHAS-SARQRESQ         PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-MOVIMENTOS-SORT         PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LINHAS-DIVERGENTES      PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-VALOR-EARQPOSA          PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-VALOR-SARQPOSI          PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.

      *    TOTAIS GERAIS DO MES - TODAS AS LINHAS DO RELATORIO         *
       01  ACU-GERAL.
           05 ACU-GER-QTD-ABERTURA     PIC S9(011) COMP-3  VALUE ZEROS.
           05 ACU-GER-QTD-INCLUSOES    PIC S9(011) COMP-3  VALUE ZEROS.
           05 ACU-GER-QTD-REATIVACOES  PIC S9(011) COMP-3  VALUE ZEROS.
           05 ACU-GER-QTD-ENCERRAMENTOS
                                       PIC S9(011) COMP-3  VALUE ZEROS.
           05 ACU-GER-QTD-AJUSTES      PIC S9(011) COMP-3  VALUE ZEROS.
           05 ACU-GER-QTD-FECHAMENTO   PIC S9(011) COMP-3  VALUE ZEROS.
           05 ACU-GER-VLR-ABERTURA     PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.
           05 ACU-GER-VLR-INCLUSOES    PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.
           05 ACU-GER-VLR-REATIVACOES  PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.
           05 ACU-GER-VLR-ENCERRAMENTOS
                                       PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.
           05 ACU-GER-VLR-AJUSTES      PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.
           05 ACU-GER-VLR-FECHAMENTO   PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-PARMESTQ             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTREST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQPOSA             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQPOSI             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQESTQ             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRESQ             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA E SAIDA ***'.
      *----------------------------------------------------------------*

           COPY RESCWEST.

           COPY RESTWPOS.

           COPY RESTWDEQ.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO PERIODO DE REFERENCIA ***'.
      *----------------------------------------------------------------*

       01  WRK-ANO-MES-REF             PIC  9(006)         VALUE ZEROS.

       01  WRK-ANO-MES-ANTERIOR        PIC  9(006)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-ANO-MES-ANTERIOR.
           05 WRK-ANT-ANO              PIC  9(004).
           05 WRK-ANT-MES              PIC  9(002).

      *    PRIMEIRO E ULTIMO DIA DO MES - O DIA 31 SERVE A TODOS OS    *
      *    MESES, POIS AS DATAS DO MESTRE SO SAO COMPARADAS            *
       01  WRK-DTA-INICIO-MES          PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DTA-INICIO-MES.
           05 WRK-INI-ANO-MES          PIC  9(006).
           05 WRK-INI-DIA              PIC  9(002).

       01  WRK-DTA-FIM-MES             PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DTA-FIM-MES.
           05 WRK-FIM-ANO-MES          PIC  9(006).
           05 WRK-FIM-DIA              PIC  9(002).

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO CASAMENTO MESTRE X POSICAO ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-MSTREST             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-MSTREST                          VALUE 'S'.

       01  WRK-FIM-EARQPOSA            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQPOSA                         VALUE 'S'.

       01  WRK-ACHOU-TRAILER-POSA      PIC  X(001)         VALUE 'N'.
           88 WRK-TRAILER-POSA-LIDO                        VALUE 'S'.

       01  WRK-SEM-POSICAO-ANTERIOR    PIC  X(001)         VALUE 'N'.
           88 WRK-ABERTURA-PELAS-DATAS                     VALUE 'S'.

       01  WRK-FIM-CLASSIFICACAO       PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-CLASSIFICACAO                    VALUE 'S'.

      *    CHAVES CORRENTES DOS DOIS ARQUIVOS (HIGH-VALUES NO FIM)     *
       01  WRK-CHAVE-MESTRE            PIC  X(016)         VALUE SPACES.
       01  WRK-CHAVE-POSICAO.
           05 WRK-CPO-CPF-CGC          PIC  9(009)         VALUE ZEROS.
           05 WRK-CPO-FILIAL-CGC       PIC  9(004)         VALUE ZEROS.
           05 WRK-CPO-TIPO-IMPED       PIC  9(003)         VALUE ZEROS.
       01  WRK-CHAVE-POSICAO-ANT       PIC  X(016)         VALUE
           LOW-VALUES.

      *    SITUACAO DA CHAVE DO MESTRE NO MES DE REFERENCIA            *
       01  WRK-ATIVA-NO-FIM            PIC  X(001)         VALUE 'N'.
           88 WRK-EM-ESTOQUE-NO-FIM                        VALUE 'S'.

       01  WRK-ENCERROU-NO-MES         PIC  X(001)         VALUE 'N'.
           88 WRK-ENCERRADA-NO-MES                         VALUE 'S'.

      *    GRUPO E VALOR DA CHAVE NA ABERTURA E NO MESTRE - OS DA      *
      *    ABERTURA SAO GUARDADOS NA LEITURA, PORQUE A AREA DO BOOK    *
      *    RESTWPOS E REUSADA NA GRAVACAO DO SARQPOSI                  *
       01  WRK-GRUPO-POSICAO.
           05 WRK-POS-TIPO-IMPED       PIC  9(003)         VALUE ZEROS.
           05 WRK-POS-MAIOR-GRAU       PIC  9(001)         VALUE ZEROS.
           05 WRK-POS-ORIGEM           PIC  X(001)         VALUE SPACES.

       01  WRK-VLR-POSICAO             PIC  9(015)V99      VALUE ZEROS.

       01  WRK-GRUPO-MESTRE.
           05 WRK-MST-TIPO-IMPED       PIC  9(003)         VALUE ZEROS.
           05 WRK-MST-MAIOR-GRAU       PIC  9(001)         VALUE ZEROS.
           05 WRK-MST-ORIGEM           PIC  X(001)         VALUE SPACES.

       01  WRK-VLR-MESTRE              PIC  9(015)V99      VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE TOTALIZACAO DO GRUPO ***'.
      *----------------------------------------------------------------*

       01  WRK-GRUPO-CORRENTE.
           05 WRK-COR-TIPO-IMPED       PIC  9(003)         VALUE ZEROS.
           05 WRK-COR-MAIOR-GRAU       PIC  9(001)         VALUE ZEROS.
           05 WRK-COR-ORIGEM           PIC  X(001)         VALUE SPACES.

       01  WRK-TOT-QTD-ABERTURA        PIC S9(011) COMP-3  VALUE ZEROS.
       01  WRK-TOT-QTD-INCLUSOES       PIC S9(011) COMP-3  VALUE ZEROS.
       01  WRK-TOT-QTD-REATIVACOES     PIC S9(011) COMP-3  VALUE ZEROS.
       01  WRK-TOT-QTD-ENCERRAMENTOS   PIC S9(011) COMP-3  VALUE ZEROS.
       01  WRK-TOT-QTD-AJUSTES         PIC S9(011) COMP-3  VALUE ZEROS.
       01  WRK-TOT-QTD-FECHAMENTO      PIC S9(011) COMP-3  VALUE ZEROS.
       01  WRK-TOT-VLR-ABERTURA        PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-TOT-VLR-INCLUSOES       PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-TOT-VLR-REATIVACOES     PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-TOT-VLR-ENCERRAMENTOS   PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-TOT-VLR-AJUSTES         PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-TOT-VLR-FECHAMENTO      PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.

      *    ABERTURA + MOVIMENTACAO APURADA PARA CONFERIR O FECHAMENTO  *
       01  WRK-APURADO-QTD             PIC S9(011) COMP-3  VALUE ZEROS.
       01  WRK-APURADO-VLR             PIC S9(017)V99 COMP-3
                                                           VALUE ZEROS.

       01  WRK-LINHA-CONFERE           PIC  X(001)         VALUE 'S'.
           88 WRK-LINHA-FECHOU                             VALUE 'S'.

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
              'RESCDSC3 - MOVIMENTACAO MENSAL DO ESTOQUE DE RESTR'.
           05 FILLER                   PIC  X(018)         VALUE
              'ICOES             '.
           05 FILLER                   PIC  X(018)         VALUE
              '   PROCESSAMENTO  '.
           05 WRK-CAB-DATA             PIC  9(008).
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LIN-PARAMETRO.
           05 FILLER                   PIC  X(019)         VALUE
              'MES DE REFERENCIA: '.
           05 WRK-PAR-ANO-MES          PIC  9(006).
           05 FILLER                   PIC  X(011)         VALUE
              '  PERIODO: '.
           05 WRK-PAR-DTA-INICIO       PIC  9(008).
           05 FILLER                   PIC  X(003)         VALUE
              ' A '.
           05 WRK-PAR-DTA-FIM          PIC  9(008).
           05 FILLER                   PIC  X(012)         VALUE
              '  ABERTURA: '.
           05 WRK-PAR-ABERTURA         PIC  X(045).
           05 FILLER                   PIC  X(020)         VALUE SPACES.

       01  WRK-LIN-LEGENDA.
           05 FILLER                   PIC  X(050)         VALUE
              'TIP = TIPO-IMPED  G = MAIOR-GRAU  O = ORIGEM  -  1'.
           05 FILLER                   PIC  X(050)         VALUE
              'A LINHA = QUANTIDADE DE CHAVES, 2A LINHA = VALOR-T'.
           05 FILLER                   PIC  X(032)         VALUE
              'OT-IMPED                        '.

       01  WRK-LIN-COLUNAS.
           05 FILLER                   PIC  X(008)         VALUE
              'TIP G O '.
           05 FILLER                   PIC  X(020)         VALUE
              '           ABERTURA '.
           05 FILLER                   PIC  X(020)         VALUE
              '          INCLUSOES '.
           05 FILLER                   PIC  X(020)         VALUE
              '        REATIVACOES '.
           05 FILLER                   PIC  X(020)         VALUE
              '      ENCERRAMENTOS '.
           05 FILLER                   PIC  X(020)         VALUE
              '            AJUSTES '.
           05 FILLER                   PIC  X(020)         VALUE
              '         FECHAMENTO '.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              'CNF'.

       01  WRK-LIN-QUANTIDADE.
           05 WRK-LQT-CHAVE.
              10 WRK-LQT-TIPO-IMPED    PIC  9(003).
              10 FILLER                PIC  X(001).
              10 WRK-LQT-MAIOR-GRAU    PIC  9(001).
              10 FILLER                PIC  X(001).
              10 WRK-LQT-ORIGEM        PIC  X(001).
              10 FILLER                PIC  X(001).
           05 WRK-LQT-CHAVE-X          REDEFINES WRK-LQT-CHAVE
                                       PIC  X(008).
           05 FILLER                   PIC  X(008)         VALUE SPACES.
           05 WRK-LQT-ABERTURA         PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(009)         VALUE SPACES.
           05 WRK-LQT-INCLUSOES        PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(009)         VALUE SPACES.
           05 WRK-LQT-REATIVACOES      PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(009)         VALUE SPACES.
           05 WRK-LQT-ENCERRAMENTOS    PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(009)         VALUE SPACES.
           05 WRK-LQT-AJUSTES          PIC  ZZZ.ZZZ.ZZ9-.
           05 FILLER                   PIC  X(008)         VALUE SPACES.
           05 WRK-LQT-FECHAMENTO       PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-LQT-CONFERE          PIC  X(003).

       01  WRK-LIN-VALOR.
           05 FILLER                   PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-LVL-ABERTURA         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-LVL-INCLUSOES        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-LVL-REATIVACOES      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-LVL-ENCERRAMENTOS    PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-LVL-AJUSTES          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-LVL-FECHAMENTO       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-LVL-CONFERE          PIC  X(003).

       01  WRK-LIN-OBSERVACAO.
           05 FILLER                   PIC  X(050)         VALUE
              '  SEM O EARQPOSA A ABERTURA FOI APURADA PELAS DATA'.
           05 FILLER                   PIC  X(050)         VALUE
              'S DO MSTREST - AS CHAVES REATIVADAS NO MES ESTAO N'.
           05 FILLER                   PIC  X(032)         VALUE
              'A ABERTURA                      '.

       01  WRK-LIN-RESUMO.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RES-DESCRICAO        PIC  X(045).
           05 WRK-RES-QTD              PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(074)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VARIAVEIS AUXILIARES ***'.
      *----------------------------------------------------------------*

       01  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       01  WRK-MASC                    PIC  ZZZ.ZZZ.ZZ9    VALUE SPACES.

       01  WRK-DATA-EXECUCAO           PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DATA-EXECUCAO.
           05 WRK-EXE-ANO-MES          PIC  9(006).
           05 WRK-EXE-DIA              PIC  9(002).

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
           '*** RESCDSC3 - FIM DA AREA DE WORKING ***'.
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

           SORT SARQSORT
               ON ASCENDING KEY SRT-GRUPO
               INPUT PROCEDURE  IS 2000-APURAR-MOVIMENTOS
               OUTPUT PROCEDURE IS 3000-TOTALIZAR-GRUPOS

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

           OPEN INPUT  PARMESTQ
                       MSTREST
                       EARQPOSA
                OUTPUT SARQPOSI
                       SARQESTQ
                       SARQRESQ

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMESTQ

           PERFORM 1120-TESTAR-FS-MSTREST

           PERFORM 1130-TESTAR-FS-EARQPOSA

           PERFORM 1140-TESTAR-FS-SARQPOSI

           PERFORM 1150-TESTAR-FS-SARQESTQ

           PERFORM 1160-TESTAR-FS-SARQRESQ

           PERFORM 1200-LER-PARAMETRO

           PERFORM 1250-LER-HEADER-EARQPOSA

           PERFORM 1300-GRAVAR-HEADERS

           PERFORM 1400-EMITIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO CARTAO DE PARAMETRO - PARMESTQ        *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-TESTAR-FS-PARMESTQ         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-PARMESTQ          NOT EQUAL ZEROS
              MOVE 'PARMESTQ'          TO WRK-ARQUIVO
              MOVE WRK-FS-PARMESTQ     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0010'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO ARQUIVO MESTRE - MSTREST              *
      ******************************************************************
      *----------------------------------------------------------------*
       1120-TESTAR-FS-MSTREST          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTREST           NOT EQUAL ZEROS
              MOVE 'MSTREST'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTREST      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0020'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA POSICAO DO MES ANTERIOR - EARQPOSA    *
      *    ('05' = ARQUIVO NAO INFORMADO - PRIMEIRA EXECUCAO)          *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-EARQPOSA         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQPOSA          NOT EQUAL ZEROS
              AND WRK-FS-EARQPOSA      NOT EQUAL '05'
              MOVE 'EARQPOSA'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQPOSA     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA POSICAO DE FECHAMENTO - SARQPOSI      *
      ******************************************************************
      *----------------------------------------------------------------*
       1140-TESTAR-FS-SARQPOSI         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQPOSI          NOT EQUAL ZEROS
              MOVE 'SARQPOSI'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQPOSI     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0040'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO EXTRATO MENSAL - SARQESTQ             *
      ******************************************************************
      *----------------------------------------------------------------*
       1150-TESTAR-FS-SARQESTQ         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQESTQ          NOT EQUAL ZEROS
              MOVE 'SARQESTQ'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQESTQ     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0050'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO RELATORIO MENSAL - SARQRESQ           *
      ******************************************************************
      *----------------------------------------------------------------*
       1160-TESTAR-FS-SARQRESQ         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRESQ          NOT EQUAL ZEROS
              MOVE 'SARQRESQ'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQRESQ     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0060'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O CARTAO DE PARAMETRO E MONTAR O PERIODO - MES VALIDO   *
      *    E NAO POSTERIOR AO MES CORRENTE                             *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-LER-PARAMETRO              SECTION.
      *----------------------------------------------------------------*

           READ PARMESTQ               INTO RESCWEST-REG-PARM

           IF WRK-FS-PARMESTQ          EQUAL '10'
              MOVE SPACES              TO RESCWEST-REG-PARM
           ELSE
              MOVE WRK-LEITURA         TO WRK-OPERACAO
              PERFORM 1110-TESTAR-FS-PARMESTQ
           END-IF

           IF RESCWEST-ANO             NOT NUMERIC
              OR RESCWEST-MES          NOT NUMERIC
              OR RESCWEST-MES          LESS 01
              OR RESCWEST-MES          GREATER 12
              OR RESCWEST-ANO-MES      GREATER WRK-EXE-ANO-MES
              MOVE 'PARM MES'          TO WRK-OPERACAO
              MOVE 'PARMESTQ'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0070'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           MOVE RESCWEST-ANO-MES       TO WRK-ANO-MES-REF
           MOVE WRK-ANO-MES-REF        TO WRK-INI-ANO-MES
                                          WRK-FIM-ANO-MES
           MOVE 01                     TO WRK-INI-DIA
           MOVE 31                     TO WRK-FIM-DIA

           IF RESCWEST-MES             EQUAL 01
              SUBTRACT 1               FROM RESCWEST-ANO
                                       GIVING WRK-ANT-ANO
              MOVE 12                  TO WRK-ANT-MES
           ELSE
              MOVE RESCWEST-ANO        TO WRK-ANT-ANO
              SUBTRACT 1               FROM RESCWEST-MES
                                       GIVING WRK-ANT-MES
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O HEADER DA POSICAO DO MES ANTERIOR - TEM DE SER DO MES *
      *    IMEDIATAMENTE ANTERIOR AO DE REFERENCIA. SEM O ARQUIVO, A   *
      *    ABERTURA SERA APURADA PELAS DATAS DO MESTRE                 *
      ******************************************************************
      *----------------------------------------------------------------*
       1250-LER-HEADER-EARQPOSA        SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQPOSA          EQUAL '05'
              MOVE 'S'                 TO WRK-SEM-POSICAO-ANTERIOR
              MOVE 'S'                 TO WRK-FIM-EARQPOSA
              GO                       TO 1250-99-FIM
           END-IF

           READ EARQPOSA               INTO RESTWPOS-REG-POSICAO

           IF WRK-FS-EARQPOSA          EQUAL '10'
              MOVE SPACES              TO RESTWPOS-REG-POSICAO
           ELSE
              MOVE WRK-LEITURA         TO WRK-OPERACAO
              PERFORM 1130-TESTAR-FS-EARQPOSA
              ADD 1                    TO ACU-LIDOS-EARQPOSA
           END-IF

           IF NOT RESTWPOS-CTL-HEADER
              OR RESTWPOS-CTL-ANO-MES  NOT NUMERIC
              OR RESTWPOS-CTL-ANO-MES  NOT EQUAL WRK-ANO-MES-ANTERIOR
              MOVE 'NO HEADER'         TO WRK-OPERACAO
              MOVE 'EARQPOSA'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0080'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR OS HEADERS DA POSICAO DE FECHAMENTO E DO EXTRATO     *
      ******************************************************************
      *----------------------------------------------------------------*
       1300-GRAVAR-HEADERS             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWPOS-REG-POSICAO
           MOVE 'HDR'                  TO RESTWPOS-CTL-TIPO-REG
           MOVE WRK-ANO-MES-REF        TO RESTWPOS-CTL-ANO-MES
           MOVE WRK-DATA-EXECUCAO      TO RESTWPOS-CTL-DATA-EXECUCAO
           MOVE 'RESCDSC3'             TO RESTWPOS-CTL-PROGRAMA

           WRITE FD-SARQPOSI           FROM RESTWPOS-REG-CONTROLE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQPOSI

           MOVE SPACES                 TO RESTWDEQ-REG-SARQESTQ
           MOVE 'HDR'                  TO RESTWDEQ-CTL-TIPO-REG
           MOVE WRK-ANO-MES-REF        TO RESTWDEQ-CTL-ANO-MES
           MOVE WRK-DATA-EXECUCAO      TO RESTWDEQ-CTL-DATA-EXECUCAO
           MOVE 'RESCDSC3'             TO RESTWDEQ-CTL-PROGRAMA

           WRITE FD-SARQESTQ           FROM RESTWDEQ-REG-CONTROLE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQESTQ.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O CABECALHO DO RELATORIO                             *
      ******************************************************************
      *----------------------------------------------------------------*
       1400-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-EXECUCAO      TO WRK-CAB-DATA
           MOVE WRK-ANO-MES-REF        TO WRK-PAR-ANO-MES
           MOVE WRK-DTA-INICIO-MES     TO WRK-PAR-DTA-INICIO
           MOVE WRK-DTA-FIM-MES        TO WRK-PAR-DTA-FIM

           IF WRK-ABERTURA-PELAS-DATAS
              MOVE 'APURADA PELAS DATAS DO MSTREST (SEM EARQPOSA)'
                                       TO WRK-PAR-ABERTURA
           ELSE
              MOVE 'POSICAO DO MES ANTERIOR (EARQPOSA)'
                                       TO WRK-PAR-ABERTURA
           END-IF

           MOVE WRK-LIN-TRACO          TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-CABEC1         TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-TRACO          TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-PARAMETRO      TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-LEGENDA        TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-BRANCO         TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-COLUNAS        TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-TRACO          TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT - CASAR O MESTRE COM A      *
      *    POSICAO DO MES ANTERIOR PELA CHAVE E LIBERAR OS MOVIMENTOS  *
      *    DE CADA CHAVE. AS CHAVES EM ESTOQUE NO FIM DO MES SAO       *
      *    GRAVADAS NO SARQPOSI NA MESMA PASSADA                       *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-APURAR-MOVIMENTOS          SECTION.
      *----------------------------------------------------------------*

           PERFORM 2810-ZERAR-MOVIMENTO

           MOVE LOW-VALUES             TO RESTWMST-CHAVE

           START MSTREST KEY NOT LESS RESTWMST-CHAVE

           IF WRK-FS-MSTREST           EQUAL '23' OR '46'
              MOVE 'S'                 TO WRK-FIM-MSTREST
              MOVE HIGH-VALUES         TO WRK-CHAVE-MESTRE
           ELSE
              MOVE WRK-POSICIONAMENTO  TO WRK-OPERACAO
              PERFORM 1120-TESTAR-FS-MSTREST
              PERFORM 2100-LER-MESTRE
           END-IF

           PERFORM 2200-LER-POSICAO

           PERFORM 2300-CASAR-CHAVES
              UNTIL WRK-ESGOTOU-MSTREST
                AND WRK-ESGOTOU-EARQPOSA.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DO MESTRE                            *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-LER-MESTRE                 SECTION.
      *----------------------------------------------------------------*

           READ MSTREST NEXT

           IF WRK-FS-MSTREST           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-MSTREST
              MOVE HIGH-VALUES         TO WRK-CHAVE-MESTRE
              GO                       TO 2100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTREST

           ADD 1                       TO ACU-LIDOS-MSTREST

           MOVE RESTWMST-CHAVE         TO WRK-CHAVE-MESTRE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A PROXIMA CHAVE DA POSICAO DO MES ANTERIOR - A ORDEM E  *
      *    CONFERIDA E O TRAILER TEM DE BATER COM O QUE FOI LIDO       *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-LER-POSICAO                SECTION.
      *----------------------------------------------------------------*

           IF WRK-ESGOTOU-EARQPOSA
              MOVE HIGH-VALUES         TO WRK-CHAVE-POSICAO
              GO                       TO 2200-99-FIM
           END-IF

           READ EARQPOSA               INTO RESTWPOS-REG-POSICAO

           IF WRK-FS-EARQPOSA          EQUAL '10'
              MOVE 'SEM TRAILER'       TO WRK-OPERACAO
              MOVE 'EARQPOSA'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0090'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-EARQPOSA

           ADD 1                       TO ACU-LIDOS-EARQPOSA

           IF RESTWPOS-CTL-TRAILER
              MOVE 'S'                 TO WRK-ACHOU-TRAILER-POSA
              MOVE 'S'                 TO WRK-FIM-EARQPOSA
              MOVE HIGH-VALUES         TO WRK-CHAVE-POSICAO
              IF RESTWPOS-CTL-QTDE-REGS
                                       NOT EQUAL ACU-CHAVES-EARQPOSA
                 OR RESTWPOS-CTL-VALOR-TOTAL
                                       NOT EQUAL ACU-VALOR-EARQPOSA
                 MOVE 'NO TRAILER'     TO WRK-OPERACAO
                 MOVE 'EARQPOSA'       TO WRK-ARQUIVO
                 MOVE '99'             TO WRK-FS
                 MOVE 'APL'            TO ERR-TIPO-ACESSO
                 MOVE '0100'           TO ERR-LOCAL
                 MOVE WRK-TEXTO        TO ERR-TEXTO
                 PERFORM 9999-ROTINA-ERRO
              END-IF
              GO                       TO 2200-99-FIM
           END-IF

           IF NOT RESTWPOS-REG-DETALHE
              OR RESTWPOS-CHAVE        NOT GREATER WRK-CHAVE-POSICAO-ANT
              MOVE 'FORA DE ORDEM'     TO WRK-OPERACAO
              MOVE 'EARQPOSA'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0110'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           ADD 1                       TO ACU-CHAVES-EARQPOSA
           ADD RESTWPOS-VALOR-TOT-IMPED
                                       TO ACU-VALOR-EARQPOSA

           MOVE RESTWPOS-CHAVE         TO WRK-CHAVE-POSICAO
                                          WRK-CHAVE-POSICAO-ANT
           MOVE RESTWPOS-TIPO-IMPED    TO WRK-POS-TIPO-IMPED
           MOVE RESTWPOS-MAIOR-GRAU    TO WRK-POS-MAIOR-GRAU
           MOVE RESTWPOS-ORIGEM        TO WRK-POS-ORIGEM
           MOVE RESTWPOS-VALOR-TOT-IMPED
                                       TO WRK-VLR-POSICAO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CASAR A CHAVE CORRENTE DO MESTRE COM A DA POSICAO ANTERIOR  *
      ******************************************************************
      *----------------------------------------------------------------*
       2300-CASAR-CHAVES               SECTION.
      *----------------------------------------------------------------*

           IF WRK-CHAVE-POSICAO        LESS WRK-CHAVE-MESTRE
              PERFORM 2600-TRATAR-SO-POSICAO
              PERFORM 2200-LER-POSICAO
              GO                       TO 2300-99-FIM
           END-IF

           PERFORM 2310-CLASSIFICAR-MESTRE

           IF WRK-CHAVE-POSICAO        EQUAL WRK-CHAVE-MESTRE
              PERFORM 2500-TRATAR-PERMANENCIA
              PERFORM 2200-LER-POSICAO
           ELSE
              PERFORM 2400-TRATAR-SO-MESTRE
           END-IF

           IF WRK-EM-ESTOQUE-NO-FIM
              PERFORM 2700-GRAVAR-POSICAO
           END-IF

           PERFORM 2100-LER-MESTRE.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SITUACAO DA CHAVE DO MESTRE NO MES - EM ESTOQUE NO ULTIMO   *
      *    DIA (INCLUIDA ATE ELE E ATIVA OU ENCERRADA DEPOIS DELE) E   *
      *    ENCERRADA DENTRO DO MES                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       2310-CLASSIFICAR-MESTRE         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ATIVA-NO-FIM
                                          WRK-ENCERROU-NO-MES

           MOVE RESTWMST-TIPO-IMPED    TO WRK-MST-TIPO-IMPED
           MOVE RESTWMST-MAIOR-GRAU    TO WRK-MST-MAIOR-GRAU
           MOVE RESTWMST-ORIGEM        TO WRK-MST-ORIGEM
           MOVE RESTWMST-VALOR-TOT-IMPED
                                       TO WRK-VLR-MESTRE

           IF RESTWMST-DTA-INCLUSAO    GREATER WRK-DTA-FIM-MES
              GO                       TO 2310-99-FIM
           END-IF

           IF RESTWMST-ATIVA
              MOVE 'S'                 TO WRK-ATIVA-NO-FIM
              GO                       TO 2310-99-FIM
           END-IF

           IF RESTWMST-ENCERRADA
              AND RESTWMST-DTA-ENCERRAMENTO
                                       GREATER WRK-DTA-FIM-MES
              MOVE 'S'                 TO WRK-ATIVA-NO-FIM
              GO                       TO 2310-99-FIM
           END-IF

           IF RESTWMST-ENCERRADA
              AND RESTWMST-DTA-ENCERRAMENTO
                                       NOT LESS WRK-DTA-INICIO-MES
              MOVE 'S'                 TO WRK-ENCERROU-NO-MES
           END-IF.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CHAVE DO MESTRE FORA DA POSICAO ANTERIOR. SEM O EARQPOSA,   *
      *    A CHAVE INCLUIDA ANTES DO MES E AINDA ATIVA NO PRIMEIRO DIA *
      *    E TRATADA COMO ABERTURA NO PROPRIO GRAU E VALOR. COM ELE,   *
      *    A CHAVE QUE ENTROU NO ESTOQUE E INCLUSAO OU REATIVACAO      *
      ******************************************************************
      *----------------------------------------------------------------*
       2400-TRATAR-SO-MESTRE           SECTION.
      *----------------------------------------------------------------*

           IF WRK-ABERTURA-PELAS-DATAS
              AND RESTWMST-DTA-INCLUSAO
                                       LESS WRK-DTA-INICIO-MES
              AND (RESTWMST-ATIVA
                   OR RESTWMST-DTA-ENCERRAMENTO
                                       NOT LESS WRK-DTA-INICIO-MES)
              MOVE WRK-GRUPO-MESTRE    TO WRK-GRUPO-POSICAO
              MOVE WRK-VLR-MESTRE      TO WRK-VLR-POSICAO
              PERFORM 2500-TRATAR-PERMANENCIA
              GO                       TO 2400-99-FIM
           END-IF

           IF NOT WRK-EM-ESTOQUE-NO-FIM
              AND NOT WRK-ENCERRADA-NO-MES
              GO                       TO 2400-99-FIM
           END-IF

           MOVE WRK-GRUPO-MESTRE       TO SRT-GRUPO

           IF RESTWMST-DTA-INCLUSAO    NOT LESS WRK-DTA-INICIO-MES
              MOVE 1                   TO SRT-QTD-INCLUSOES
              MOVE WRK-VLR-MESTRE      TO SRT-VLR-INCLUSOES
           ELSE
              MOVE 1                   TO SRT-QTD-REATIVACOES
              MOVE WRK-VLR-MESTRE      TO SRT-VLR-REATIVACOES
           END-IF

           IF WRK-EM-ESTOQUE-NO-FIM
              MOVE 1                   TO SRT-QTD-FECHAMENTO
              MOVE WRK-VLR-MESTRE      TO SRT-VLR-FECHAMENTO
           ELSE
              MOVE 1                   TO SRT-QTD-ENCERRAMENTOS
              MOVE WRK-VLR-MESTRE      TO SRT-VLR-ENCERRAMENTOS
           END-IF

           PERFORM 2800-LIBERAR-MOVIMENTO.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CHAVE QUE ESTAVA NO ESTOQUE DE ABERTURA. SE SAIU, E         *
      *    ENCERRAMENTO PELO GRAU E VALOR DA ABERTURA. SE FICOU NO     *
      *    MESMO GRAU E ORIGEM, A VARIACAO DO VALOR E AJUSTE; SE MUDOU *
      *    DE GRAU OU ORIGEM, SAI DA LINHA ANTIGA E ENTRA NA NOVA POR  *
      *    AJUSTE                                                      *
      ******************************************************************
      *----------------------------------------------------------------*
       2500-TRATAR-PERMANENCIA         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-GRUPO-POSICAO      TO SRT-GRUPO
           MOVE 1                      TO SRT-QTD-ABERTURA
           MOVE WRK-VLR-POSICAO        TO SRT-VLR-ABERTURA

           IF NOT WRK-EM-ESTOQUE-NO-FIM
              MOVE 1                   TO SRT-QTD-ENCERRAMENTOS
              MOVE WRK-VLR-POSICAO     TO SRT-VLR-ENCERRAMENTOS
              PERFORM 2800-LIBERAR-MOVIMENTO
              GO                       TO 2500-99-FIM
           END-IF

           IF WRK-GRUPO-POSICAO        EQUAL WRK-GRUPO-MESTRE
              MOVE 1                   TO SRT-QTD-FECHAMENTO
              MOVE WRK-VLR-MESTRE      TO SRT-VLR-FECHAMENTO
              SUBTRACT WRK-VLR-POSICAO FROM WRK-VLR-MESTRE
                                       GIVING SRT-VLR-AJUSTES
              PERFORM 2800-LIBERAR-MOVIMENTO
              GO                       TO 2500-99-FIM
           END-IF

           MOVE -1                     TO SRT-QTD-AJUSTES
           SUBTRACT WRK-VLR-POSICAO    FROM SRT-VLR-AJUSTES

           PERFORM 2800-LIBERAR-MOVIMENTO

           MOVE WRK-GRUPO-MESTRE       TO SRT-GRUPO
           MOVE 1                      TO SRT-QTD-AJUSTES
                                          SRT-QTD-FECHAMENTO
           MOVE WRK-VLR-MESTRE         TO SRT-VLR-AJUSTES
                                          SRT-VLR-FECHAMENTO

           PERFORM 2800-LIBERAR-MOVIMENTO.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CHAVE DA POSICAO ANTERIOR QUE NAO EXISTE MAIS NO MESTRE -   *
      *    SAI DO ESTOQUE COMO ENCERRAMENTO E E EXIBIDA NO CONSOLE     *
      ******************************************************************
      *----------------------------------------------------------------*
       2600-TRATAR-SO-POSICAO          SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO ACU-POSICAO-SEM-MESTRE

           DISPLAY '* CHAVE DA POSICAO AUSENTE DO MSTREST: '
                   WRK-CPO-CPF-CGC '/'
                   WRK-CPO-FILIAL-CGC '/'
                   WRK-CPO-TIPO-IMPED ' *'

           MOVE WRK-GRUPO-POSICAO      TO SRT-GRUPO
           MOVE 1                      TO SRT-QTD-ABERTURA
                                          SRT-QTD-ENCERRAMENTOS
           MOVE WRK-VLR-POSICAO        TO SRT-VLR-ABERTURA
                                          SRT-VLR-ENCERRAMENTOS

           PERFORM 2800-LIBERAR-MOVIMENTO.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR A CHAVE EM ESTOQUE NO FIM DO MES NO SARQPOSI         *
      ******************************************************************
      *----------------------------------------------------------------*
       2700-GRAVAR-POSICAO             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWPOS-REG-POSICAO
           MOVE 'DET'                  TO RESTWPOS-TIPO-REG
           MOVE RESTWMST-CHAVE         TO RESTWPOS-CHAVE
           MOVE RESTWMST-MAIOR-GRAU    TO RESTWPOS-MAIOR-GRAU
           MOVE RESTWMST-ORIGEM        TO RESTWPOS-ORIGEM
           MOVE RESTWMST-VALOR-TOT-IMPED
                                       TO RESTWPOS-VALOR-TOT-IMPED

           WRITE FD-SARQPOSI           FROM RESTWPOS-REG-POSICAO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQPOSI

           ADD 1                       TO ACU-GRAVS-SARQPOSI
           ADD RESTWMST-VALOR-TOT-IMPED
                                       TO ACU-VALOR-SARQPOSI.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR UM MOVIMENTO PARA A CLASSIFICACAO E ZERAR A AREA    *
      *    PARA O PROXIMO                                              *
      ******************************************************************
      *----------------------------------------------------------------*
       2800-LIBERAR-MOVIMENTO          SECTION.
      *----------------------------------------------------------------*

           RELEASE SRT-REG-MOVIMENTO

           ADD 1                       TO ACU-MOVIMENTOS-SORT

           PERFORM 2810-ZERAR-MOVIMENTO.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ZERAR A AREA DO MOVIMENTO                                   *
      ******************************************************************
      *----------------------------------------------------------------*
       2810-ZERAR-MOVIMENTO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO SRT-QTD-ABERTURA
                                          SRT-QTD-INCLUSOES
                                          SRT-QTD-REATIVACOES
                                          SRT-QTD-ENCERRAMENTOS
                                          SRT-QTD-AJUSTES
                                          SRT-QTD-FECHAMENTO
                                          SRT-VLR-ABERTURA
                                          SRT-VLR-INCLUSOES
                                          SRT-VLR-REATIVACOES
                                          SRT-VLR-ENCERRAMENTOS
                                          SRT-VLR-AJUSTES
                                          SRT-VLR-FECHAMENTO.

      *----------------------------------------------------------------*
       2810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE SAIDA DO SORT - TOTALIZAR OS MOVIMENTOS POR *
      *    TIPO-IMPED / MAIOR-GRAU / ORIGEM, CONFERIR E EMITIR CADA    *
      *    LINHA NO RELATORIO E NO EXTRATO                             *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-TOTALIZAR-GRUPOS           SECTION.
      *----------------------------------------------------------------*

           PERFORM 3010-RETORNAR-MOVIMENTO

           PERFORM 3100-TOTALIZAR-GRUPO
              UNTIL WRK-ESGOTOU-CLASSIFICACAO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    RETORNAR O PROXIMO MOVIMENTO DA CLASSIFICACAO               *
      ******************************************************************
      *----------------------------------------------------------------*
       3010-RETORNAR-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*

           RETURN SARQSORT
               AT END
                  MOVE 'S'             TO WRK-FIM-CLASSIFICACAO
           END-RETURN.

      *----------------------------------------------------------------*
       3010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TOTALIZAR OS MOVIMENTOS DE UM TIPO-IMPED / GRAU / ORIGEM    *
      ******************************************************************
      *----------------------------------------------------------------*
       3100-TOTALIZAR-GRUPO            SECTION.
      *----------------------------------------------------------------*

           MOVE SRT-GRUPO              TO WRK-GRUPO-CORRENTE

           MOVE ZEROS                  TO WRK-TOT-QTD-ABERTURA
                                          WRK-TOT-QTD-INCLUSOES
                                          WRK-TOT-QTD-REATIVACOES
                                          WRK-TOT-QTD-ENCERRAMENTOS
                                          WRK-TOT-QTD-AJUSTES
                                          WRK-TOT-QTD-FECHAMENTO
                                          WRK-TOT-VLR-ABERTURA
                                          WRK-TOT-VLR-INCLUSOES
                                          WRK-TOT-VLR-REATIVACOES
                                          WRK-TOT-VLR-ENCERRAMENTOS
                                          WRK-TOT-VLR-AJUSTES
                                          WRK-TOT-VLR-FECHAMENTO

           PERFORM 3110-ACUMULAR-MOVIMENTO
              UNTIL WRK-ESGOTOU-CLASSIFICACAO
                 OR SRT-GRUPO          NOT EQUAL WRK-GRUPO-CORRENTE

           PERFORM 3200-CONFERIR-LINHA

           PERFORM 3300-EMITIR-LINHA

           PERFORM 3400-GRAVAR-EXTRATO

           ADD WRK-TOT-QTD-ABERTURA    TO ACU-GER-QTD-ABERTURA
           ADD WRK-TOT-QTD-INCLUSOES   TO ACU-GER-QTD-INCLUSOES
           ADD WRK-TOT-QTD-REATIVACOES TO ACU-GER-QTD-REATIVACOES
           ADD WRK-TOT-QTD-ENCERRAMENTOS
                                       TO ACU-GER-QTD-ENCERRAMENTOS
           ADD WRK-TOT-QTD-AJUSTES     TO ACU-GER-QTD-AJUSTES
           ADD WRK-TOT-QTD-FECHAMENTO  TO ACU-GER-QTD-FECHAMENTO
           ADD WRK-TOT-VLR-ABERTURA    TO ACU-GER-VLR-ABERTURA
           ADD WRK-TOT-VLR-INCLUSOES   TO ACU-GER-VLR-INCLUSOES
           ADD WRK-TOT-VLR-REATIVACOES TO ACU-GER-VLR-REATIVACOES
           ADD WRK-TOT-VLR-ENCERRAMENTOS
                                       TO ACU-GER-VLR-ENCERRAMENTOS
           ADD WRK-TOT-VLR-AJUSTES     TO ACU-GER-VLR-AJUSTES
           ADD WRK-TOT-VLR-FECHAMENTO  TO ACU-GER-VLR-FECHAMENTO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ACUMULAR UM MOVIMENTO NO GRUPO CORRENTE                     *
      ******************************************************************
      *----------------------------------------------------------------*
       3110-ACUMULAR-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*

           ADD SRT-QTD-ABERTURA        TO WRK-TOT-QTD-ABERTURA
           ADD SRT-QTD-INCLUSOES       TO WRK-TOT-QTD-INCLUSOES
           ADD SRT-QTD-REATIVACOES     TO WRK-TOT-QTD-REATIVACOES
           ADD SRT-QTD-ENCERRAMENTOS   TO WRK-TOT-QTD-ENCERRAMENTOS
           ADD SRT-QTD-AJUSTES         TO WRK-TOT-QTD-AJUSTES
           ADD SRT-QTD-FECHAMENTO      TO WRK-TOT-QTD-FECHAMENTO
           ADD SRT-VLR-ABERTURA        TO WRK-TOT-VLR-ABERTURA
           ADD SRT-VLR-INCLUSOES       TO WRK-TOT-VLR-INCLUSOES
           ADD SRT-VLR-REATIVACOES     TO WRK-TOT-VLR-REATIVACOES
           ADD SRT-VLR-ENCERRAMENTOS   TO WRK-TOT-VLR-ENCERRAMENTOS
           ADD SRT-VLR-AJUSTES         TO WRK-TOT-VLR-AJUSTES
           ADD SRT-VLR-FECHAMENTO      TO WRK-TOT-VLR-FECHAMENTO

           PERFORM 3010-RETORNAR-MOVIMENTO.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONFERIR A LINHA: ABERTURA + INCLUSOES + REATIVACOES -      *
      *    ENCERRAMENTOS + AJUSTES = FECHAMENTO, EM QUANTIDADE E VALOR *
      ******************************************************************
      *----------------------------------------------------------------*
       3200-CONFERIR-LINHA             SECTION.
      *----------------------------------------------------------------*

           MOVE 'S'                    TO WRK-LINHA-CONFERE

           MOVE WRK-TOT-QTD-ABERTURA   TO WRK-APURADO-QTD
           ADD WRK-TOT-QTD-INCLUSOES
               WRK-TOT-QTD-REATIVACOES
               WRK-TOT-QTD-AJUSTES     TO WRK-APURADO-QTD
           SUBTRACT WRK-TOT-QTD-ENCERRAMENTOS
                                       FROM WRK-APURADO-QTD

           MOVE WRK-TOT-VLR-ABERTURA   TO WRK-APURADO-VLR
           ADD WRK-TOT-VLR-INCLUSOES
               WRK-TOT-VLR-REATIVACOES
               WRK-TOT-VLR-AJUSTES     TO WRK-APURADO-VLR
           SUBTRACT WRK-TOT-VLR-ENCERRAMENTOS
                                       FROM WRK-APURADO-VLR

           IF WRK-APURADO-QTD          NOT EQUAL WRK-TOT-QTD-FECHAMENTO
              OR WRK-APURADO-VLR       NOT EQUAL WRK-TOT-VLR-FECHAMENTO
              MOVE 'N'                 TO WRK-LINHA-CONFERE
              ADD 1                    TO ACU-LINHAS-DIVERGENTES
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR AS DUAS LINHAS DO GRUPO NO RELATORIO - QUANTIDADE E  *
      *    VALOR                                                       *
      ******************************************************************
      *----------------------------------------------------------------*
       3300-EMITIR-LINHA               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-LQT-CHAVE-X
           MOVE WRK-COR-TIPO-IMPED     TO WRK-LQT-TIPO-IMPED
           MOVE WRK-COR-MAIOR-GRAU     TO WRK-LQT-MAIOR-GRAU
           MOVE WRK-COR-ORIGEM         TO WRK-LQT-ORIGEM

           PERFORM 3310-EMITIR-VALORES.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EDITAR E GRAVAR AS LINHAS DE QUANTIDADE E DE VALOR A PARTIR *
      *    DOS TOTAIS CORRENTES (GRUPO OU TOTAL GERAL)                 *
      ******************************************************************
      *----------------------------------------------------------------*
       3310-EMITIR-VALORES             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TOT-QTD-ABERTURA   TO WRK-LQT-ABERTURA
           MOVE WRK-TOT-QTD-INCLUSOES  TO WRK-LQT-INCLUSOES
           MOVE WRK-TOT-QTD-REATIVACOES
                                       TO WRK-LQT-REATIVACOES
           MOVE WRK-TOT-QTD-ENCERRAMENTOS
                                       TO WRK-LQT-ENCERRAMENTOS
           MOVE WRK-TOT-QTD-AJUSTES    TO WRK-LQT-AJUSTES
           MOVE WRK-TOT-QTD-FECHAMENTO TO WRK-LQT-FECHAMENTO

           MOVE WRK-TOT-VLR-ABERTURA   TO WRK-LVL-ABERTURA
           MOVE WRK-TOT-VLR-INCLUSOES  TO WRK-LVL-INCLUSOES
           MOVE WRK-TOT-VLR-REATIVACOES
                                       TO WRK-LVL-REATIVACOES
           MOVE WRK-TOT-VLR-ENCERRAMENTOS
                                       TO WRK-LVL-ENCERRAMENTOS
           MOVE WRK-TOT-VLR-AJUSTES    TO WRK-LVL-AJUSTES
           MOVE WRK-TOT-VLR-FECHAMENTO TO WRK-LVL-FECHAMENTO

           IF WRK-LINHA-FECHOU
              MOVE 'OK'                TO WRK-LQT-CONFERE
                                          WRK-LVL-CONFERE
           ELSE
              MOVE '***'               TO WRK-LQT-CONFERE
                                          WRK-LVL-CONFERE
           END-IF

           MOVE WRK-LIN-QUANTIDADE     TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA

           MOVE WRK-LIN-VALOR          TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR A LINHA DO GRUPO NO EXTRATO - O SINAL DOS AJUSTES    *
      *    VAI EM CAMPO PROPRIO E O VALOR, SEM SINAL                   *
      ******************************************************************
      *----------------------------------------------------------------*
       3400-GRAVAR-EXTRATO             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDEQ-REG-SARQESTQ
           MOVE 'DET'                  TO RESTWDEQ-TIPO-REG
           MOVE WRK-ANO-MES-REF        TO RESTWDEQ-ANO-MES
           MOVE WRK-COR-TIPO-IMPED     TO RESTWDEQ-TIPO-IMPED
           MOVE WRK-COR-MAIOR-GRAU     TO RESTWDEQ-MAIOR-GRAU
           MOVE WRK-COR-ORIGEM         TO RESTWDEQ-ORIGEM

           MOVE WRK-TOT-QTD-ABERTURA   TO RESTWDEQ-QTD-ABERTURA
           MOVE WRK-TOT-QTD-INCLUSOES  TO RESTWDEQ-QTD-INCLUSOES
           MOVE WRK-TOT-QTD-REATIVACOES
                                       TO RESTWDEQ-QTD-REATIVACOES
           MOVE WRK-TOT-QTD-ENCERRAMENTOS
                                       TO RESTWDEQ-QTD-ENCERRAMENTOS
           MOVE WRK-TOT-QTD-AJUSTES    TO RESTWDEQ-QTD-AJUSTES
           MOVE WRK-TOT-QTD-FECHAMENTO TO RESTWDEQ-QTD-FECHAMENTO

           IF WRK-TOT-QTD-AJUSTES      LESS ZEROS
              MOVE '-'                 TO RESTWDEQ-QTD-AJUSTE-SINAL
           ELSE
              MOVE '+'                 TO RESTWDEQ-QTD-AJUSTE-SINAL
           END-IF

           MOVE WRK-TOT-VLR-ABERTURA   TO RESTWDEQ-VLR-ABERTURA
           MOVE WRK-TOT-VLR-INCLUSOES  TO RESTWDEQ-VLR-INCLUSOES
           MOVE WRK-TOT-VLR-REATIVACOES
                                       TO RESTWDEQ-VLR-REATIVACOES
           MOVE WRK-TOT-VLR-ENCERRAMENTOS
                                       TO RESTWDEQ-VLR-ENCERRAMENTOS
           MOVE WRK-TOT-VLR-AJUSTES    TO RESTWDEQ-VLR-AJUSTES
           MOVE WRK-TOT-VLR-FECHAMENTO TO RESTWDEQ-VLR-FECHAMENTO

           IF WRK-TOT-VLR-AJUSTES      LESS ZEROS
              MOVE '-'                 TO RESTWDEQ-VLR-AJUSTE-SINAL
           ELSE
              MOVE '+'                 TO RESTWDEQ-VLR-AJUSTE-SINAL
           END-IF

           MOVE WRK-LINHA-CONFERE      TO RESTWDEQ-CONFERE

           WRITE FD-SARQESTQ           FROM RESTWDEQ-REG-SARQESTQ

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQESTQ

           ADD 1                       TO ACU-GRAVS-SARQESTQ.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR UMA LINHA DO RELATORIO                               *
      ******************************************************************
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRESQ

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRESQ

           ADD 1                       TO ACU-LINHAS-SARQRESQ.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FINALIZACAO                                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 4010-EMITIR-TOTAL-GERAL

           PERFORM 4050-EMITIR-RESUMO

           PERFORM 4100-EMITIR-TOTAIS

           PERFORM 4200-GRAVAR-TRAILERS

           CLOSE PARMESTQ
                 MSTREST
                 EARQPOSA
                 SARQPOSI
                 SARQESTQ
                 SARQRESQ

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMESTQ

           PERFORM 1120-TESTAR-FS-MSTREST

           PERFORM 1130-TESTAR-FS-EARQPOSA

           PERFORM 1140-TESTAR-FS-SARQPOSI

           PERFORM 1150-TESTAR-FS-SARQESTQ

           PERFORM 1160-TESTAR-FS-SARQRESQ

           IF ACU-LINHAS-DIVERGENTES   GREATER ZEROS
              MOVE 8                   TO RETURN-CODE
           END-IF

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A LINHA DO TOTAL GERAL - ALEM DE FECHAR, A ABERTURA  *
      *    TEM DE BATER COM O TRAILER DO EARQPOSA E O FECHAMENTO COM O *
      *    QUE FOI GRAVADO NO SARQPOSI                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       4010-EMITIR-TOTAL-GERAL         SECTION.
      *----------------------------------------------------------------*

           MOVE ACU-GER-QTD-ABERTURA   TO WRK-TOT-QTD-ABERTURA
           MOVE ACU-GER-QTD-INCLUSOES  TO WRK-TOT-QTD-INCLUSOES
           MOVE ACU-GER-QTD-REATIVACOES
                                       TO WRK-TOT-QTD-REATIVACOES
           MOVE ACU-GER-QTD-ENCERRAMENTOS
                                       TO WRK-TOT-QTD-ENCERRAMENTOS
           MOVE ACU-GER-QTD-AJUSTES    TO WRK-TOT-QTD-AJUSTES
           MOVE ACU-GER-QTD-FECHAMENTO TO WRK-TOT-QTD-FECHAMENTO
           MOVE ACU-GER-VLR-ABERTURA   TO WRK-TOT-VLR-ABERTURA
           MOVE ACU-GER-VLR-INCLUSOES  TO WRK-TOT-VLR-INCLUSOES
           MOVE ACU-GER-VLR-REATIVACOES
                                       TO WRK-TOT-VLR-REATIVACOES
           MOVE ACU-GER-VLR-ENCERRAMENTOS
                                       TO WRK-TOT-VLR-ENCERRAMENTOS
           MOVE ACU-GER-VLR-AJUSTES    TO WRK-TOT-VLR-AJUSTES
           MOVE ACU-GER-VLR-FECHAMENTO TO WRK-TOT-VLR-FECHAMENTO

           PERFORM 3200-CONFERIR-LINHA

           IF NOT WRK-ABERTURA-PELAS-DATAS
              AND (ACU-GER-QTD-ABERTURA
                                       NOT EQUAL ACU-CHAVES-EARQPOSA
                   OR ACU-GER-VLR-ABERTURA
                                       NOT EQUAL ACU-VALOR-EARQPOSA)
              IF WRK-LINHA-FECHOU
                 ADD 1                 TO ACU-LINHAS-DIVERGENTES
              END-IF
              MOVE 'N'                 TO WRK-LINHA-CONFERE
              DISPLAY '* ABERTURA DIVERGE DO TRAILER DO EARQPOSA *'
           END-IF

           IF ACU-GER-QTD-FECHAMENTO   NOT EQUAL ACU-GRAVS-SARQPOSI
              OR ACU-GER-VLR-FECHAMENTO
                                       NOT EQUAL ACU-VALOR-SARQPOSI
              IF WRK-LINHA-FECHOU
                 ADD 1                 TO ACU-LINHAS-DIVERGENTES
              END-IF
              MOVE 'N'                 TO WRK-LINHA-CONFERE
              DISPLAY '* FECHAMENTO DIVERGE DO GRAVADO NO SARQPOSI *'
           END-IF

           MOVE WRK-LIN-TRACO          TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA

           MOVE 'TOTAL'                TO WRK-LQT-CHAVE-X

           PERFORM 3310-EMITIR-VALORES.

      *----------------------------------------------------------------*
       4010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O RESUMO FINAL DO RELATORIO                          *
      ******************************************************************
      *----------------------------------------------------------------*
       4050-EMITIR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LIN-TRACO          TO FD-SARQRESQ

           PERFORM 3900-GRAVAR-LINHA

           MOVE 'REGISTROS LIDOS NO MSTREST ..................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-MSTREST      TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'CHAVES NA POSICAO DO MES ANTERIOR (EARQPOSA) '
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CHAVES-EARQPOSA    TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'CHAVES DA POSICAO AUSENTES DO MSTREST .......'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-POSICAO-SEM-MESTRE TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'CHAVES EM ESTOQUE NO FECHAMENTO (SARQPOSI) ..'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVS-SARQPOSI     TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'LINHAS TIPO/GRAU/ORIGEM NO EXTRATO SARQESTQ .'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVS-SARQESTQ     TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'LINHAS QUE NAO FECHARAM (***) ...............'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LINHAS-DIVERGENTES TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           IF WRK-ABERTURA-PELAS-DATAS
              MOVE WRK-LIN-BRANCO      TO FD-SARQRESQ
              PERFORM 3900-GRAVAR-LINHA
              MOVE WRK-LIN-OBSERVACAO  TO FD-SARQRESQ
              PERFORM 3900-GRAVAR-LINHA
           END-IF.

      *----------------------------------------------------------------*
       4050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR UMA LINHA DO RESUMO FINAL                            *
      ******************************************************************
      *----------------------------------------------------------------*
       4060-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LIN-RESUMO         TO FD-SARQRESQ

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
           '*********************** RESCDSC3 ***********************'.
           DISPLAY
           '*                                                      *'.
           DISPLAY
           '*        ESTOQUE DE RESTRICOES DO MES ' WRK-ANO-MES-REF
           '           *'.
           DISPLAY
           '*                                                      *'.

           MOVE ACU-LIDOS-MSTREST      TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO MSTREST        =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-EARQPOSA     TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO EARQPOSA       =>     ' WRK-MASC ' *'

           MOVE ACU-POSICAO-SEM-MESTRE TO WRK-MASC

           DISPLAY
           '* CHAVES DA POSICAO SEM MESTRE      =>     ' WRK-MASC ' *'

           MOVE ACU-MOVIMENTOS-SORT    TO WRK-MASC

           DISPLAY
           '* MOVIMENTOS CLASSIFICADOS          =>     ' WRK-MASC ' *'

           MOVE ACU-GRAVS-SARQPOSI     TO WRK-MASC

           DISPLAY
           '* CHAVES GRAVADAS NO SARQPOSI       =>     ' WRK-MASC ' *'

           MOVE ACU-GRAVS-SARQESTQ     TO WRK-MASC

           DISPLAY
           '* LINHAS GRAVADAS NO SARQESTQ       =>     ' WRK-MASC ' *'

           MOVE ACU-LINHAS-SARQRESQ    TO WRK-MASC

           DISPLAY
           '* LINHAS GRAVADAS NO SARQRESQ       =>     ' WRK-MASC ' *'

           MOVE ACU-LINHAS-DIVERGENTES TO WRK-MASC

           DISPLAY
           '* LINHAS QUE NAO FECHARAM           =>     ' WRK-MASC ' *'

           IF ACU-LINHAS-DIVERGENTES   EQUAL ZEROS
              DISPLAY
           '*        TODAS AS LINHAS FECHARAM                      *'
           ELSE
              DISPLAY
           '*        ESTOQUE COM DIVERGENCIAS - RETORNO 8          *'
           END-IF

           DISPLAY
           '********************************************************'.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR OS TRAILERS DA POSICAO DE FECHAMENTO (QUANTIDADE E   *
      *    VALOR DAS CHAVES) E DO EXTRATO (QUANTIDADE DE LINHAS E      *
      *    TOTAIS DE ABERTURA E FECHAMENTO)                            *
      ******************************************************************
      *----------------------------------------------------------------*
       4200-GRAVAR-TRAILERS            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWPOS-REG-POSICAO
           MOVE 'TRL'                  TO RESTWPOS-CTL-TIPO-REG
           MOVE WRK-ANO-MES-REF        TO RESTWPOS-CTL-ANO-MES
           MOVE WRK-DATA-EXECUCAO      TO RESTWPOS-CTL-DATA-EXECUCAO
           MOVE 'RESCDSC3'             TO RESTWPOS-CTL-PROGRAMA
           MOVE ACU-GRAVS-SARQPOSI     TO RESTWPOS-CTL-QTDE-REGS
           MOVE ACU-VALOR-SARQPOSI     TO RESTWPOS-CTL-VALOR-TOTAL

           WRITE FD-SARQPOSI           FROM RESTWPOS-REG-CONTROLE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQPOSI

           MOVE SPACES                 TO RESTWDEQ-REG-SARQESTQ
           MOVE 'TRL'                  TO RESTWDEQ-CTL-TIPO-REG
           MOVE WRK-ANO-MES-REF        TO RESTWDEQ-CTL-ANO-MES
           MOVE WRK-DATA-EXECUCAO      TO RESTWDEQ-CTL-DATA-EXECUCAO
           MOVE 'RESCDSC3'             TO RESTWDEQ-CTL-PROGRAMA
           MOVE ACU-GRAVS-SARQESTQ     TO RESTWDEQ-CTL-QTDE-REGS
           MOVE ACU-GER-QTD-ABERTURA   TO RESTWDEQ-CTL-QTD-ABERTURA
           MOVE ACU-GER-QTD-FECHAMENTO TO RESTWDEQ-CTL-QTD-FECHAMENTO
           MOVE ACU-GER-VLR-ABERTURA   TO RESTWDEQ-CTL-VLR-ABERTURA
           MOVE ACU-GER-VLR-FECHAMENTO TO RESTWDEQ-CTL-VLR-FECHAMENTO

           WRITE FD-SARQESTQ           FROM RESTWDEQ-REG-CONTROLE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQESTQ.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS                             *
      ******************************************************************
      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'RESCDSC3'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
