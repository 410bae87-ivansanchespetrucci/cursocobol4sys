      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSB5.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSB5                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CONTROLAR O AVISO PREVIO AO DEVEDOR ANTES DO  *
      * ENVIO DE UMA RESTRICAO NOVA AO BUREAU. RODA APOS O RESCDSA3 E  *
      * ANTES DO RESCDSA5, PERCORRENDO O MESTRE MSTREST EM ORDEM DE    *
      * CHAVE JUNTO COM O RELATORIO DE DIFERENCAS DO DIA (EARQDIFR):   *
      * TODA CHAVE ATIVA INCLUIDA NO MESTRE NO DIA, OU MARCADA COMO    *
      * NOVO NO EARQDIFR, E AINDA NAO AVISADA, GERA UM REGISTRO NO     *
      * ARQUIVO DE AVISOS PARA A GRAFICA (SARQAVIS) E ENTRA RETIDA NA  *
      * FILA MSTAVPR COM A DATA LIMITE = DATA DO AVISO + PRAZO EM DIAS *
      * DO TIPO-IMPED (PARAMETRO TABAVISO, OU O PRAZO PADRAO). A CADA  *
      * DATA DE PROCESSAMENTO DA ESTEIRA, AS RETIDAS CUJA DATA LIMITE  *
      * CHEGOU SAO LIBERADAS PARA O BUREAU E AS QUE FORAM ENCERRADAS   *
      * NO MESTRE DENTRO DO PRAZO SAO CANCELADAS. O RESCDSA5 CONSULTA  *
      * A FILA E NAO ENVIA AS CHAVES AINDA RETIDAS. O RELATORIO        *
      * SARQRAVP LISTA AS AVISADAS NO DIA, AS QUE CONTINUAM RETIDAS,   *
      * AS LIBERADAS E AS CANCELADAS.                                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     MSTREST             I                      RESTWMST        *
      *     EARQDIFR            I  (OPCIONAL)          RESTWDDF        *
      *     EARQCADT            I  (OPCIONAL)          RESCWCAD        *
      *     MSTAVPR            I/O                     RESTWAVP        *
      *     SARQAVIS            O                      RESTWDAV        *
      *     SARQRAVP            O                      RELATORIO 132   *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESTWMST - LAYOUT DO ARQUIVO MESTRE DE RESTRICOES           *
      *    RESTWDDF - LAYOUT DO RELATORIO DE DIFERENCAS DIA-A-DIA      *
      *    RESCWCAD - LAYOUT DO EXTRATO CADASTRAL DE DEVEDORES         *
      *    RESTWAVP - LAYOUT DA FILA DE RETENCAO POR AVISO PREVIO      *
      *    RESTWDAV - LAYOUT DO ARQUIVO DE AVISOS PARA A GRAFICA       *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *    RESCWPVG - AREA DE COMUNICACAO DOS PARAMETROS EM VIGOR      *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC1 - CONTROLE DA ESTEIRA (DD PARMCTRL E MSTCTRL)      *
      *    RESCDSC7 - PARAMETROS EM VIGOR (DD MSTPARM E PARMCTRL)      *
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

           SELECT MSTREST  ASSIGN      TO MSTREST
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWMST-CHAVE
                      FILE STATUS      IS WRK-FS-MSTREST.

           SELECT OPTIONAL EARQDIFR
                      ASSIGN           TO UT-S-EARQDIFR
                      FILE STATUS      IS WRK-FS-EARQDIFR.

           SELECT OPTIONAL EARQCADT
                      ASSIGN           TO UT-S-EARQCADT
                      FILE STATUS      IS WRK-FS-EARQCADT.

           SELECT OPTIONAL MSTAVPR
                      ASSIGN           TO MSTAVPR
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWAVP-CHAVE
                      FILE STATUS      IS WRK-FS-MSTAVPR.

           SELECT SARQAVIS ASSIGN      TO UT-S-SARQAVIS
                      FILE STATUS      IS WRK-FS-SARQAVIS.

           SELECT SARQRAVP ASSIGN      TO UT-S-SARQRAVP
                      FILE STATUS      IS WRK-FS-SARQRAVP.

           SELECT SARQSORT ASSIGN      TO UT-S-SORTWK.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

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
      *    INPUT - RELATORIO DE DIFERENCAS DIA-A-DIA (EARQDIFR)        *
      *                                -  LRECL   = 090                *
      *----------------------------------------------------------------*

       FD  EARQDIFR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQDIFR                 PIC  X(090).

      *----------------------------------------------------------------*
      *    INPUT - EXTRATO CADASTRAL DE DEVEDORES (EARQCADT)           *
      *                                -  LRECL   = 080                *
      *----------------------------------------------------------------*

       FD  EARQCADT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQCADT                 PIC  X(080).

      *----------------------------------------------------------------*
      *    I/O - FILA DE RETENCAO POR AVISO PREVIO (MSTAVPR)           *
      *                                -  LRECL   = 080                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWAVP E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  MSTAVPR
           LABEL RECORD IS STANDARD.

           COPY RESTWAVP.

      *----------------------------------------------------------------*
      *    OUTPUT - AVISOS PREVIOS PARA A GRAFICA (SARQAVIS)           *
      *                                -  LRECL   = 130                *
      *----------------------------------------------------------------*

       FD  SARQAVIS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQAVIS                 PIC  X(130).

      *----------------------------------------------------------------*
      *    OUTPUT - RELATORIO DA FILA DE AVISO PREVIO (SARQRAVP)       *
      *                                -  LRECL   = 132                *
      *----------------------------------------------------------------*

       FD  SARQRAVP
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQRAVP                 PIC  X(132).

      *----------------------------------------------------------------*
      *    TRABALHO - CLASSIFICACAO DAS LINHAS DO RELATORIO POR        *
      *    SITUACAO NA FILA E CHAVE                                    *
      *----------------------------------------------------------------*

       SD  SARQSORT.

       01  SRT-REG-RELATORIO.
           05 SRT-CATEGORIA            PIC  9(001).
           05 SRT-CHAVE.
              10 SRT-CPF-CGC           PIC  9(009).
              10 SRT-FILIAL-CGC        PIC  9(004).
              10 SRT-TIPO-IMPED        PIC  9(003).
           05 SRT-NOME                 PIC  X(040).
           05 SRT-VALOR-TOT-IMPED      PIC  9(015)V99.
           05 SRT-DTA-AVISO            PIC  9(008).
           05 SRT-DTA-LIMITE           PIC  9(008).
           05 SRT-DTA-LIBERACAO        PIC  9(008).
           05 SRT-MOTIVO-AVISO         PIC  X(001).
           05 SRT-ORIGEM               PIC  X(001).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSB5 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*

       01  ACU-LIDOS-MSTREST           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-EARQDIFR          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-AVISADAS                PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-REAVISADAS              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-RETIDAS                 PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIBERADAS               PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CANCELADAS              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-SEM-NOME                PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQAVIS          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-HASH-CPF-SARQAVIS       PIC  9(015) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-MSTREST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQDIFR             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQCADT             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTAVPR              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQAVIS             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRAVP             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA E SAIDA ***'.
      *----------------------------------------------------------------*

           COPY RESTWDDF.

           COPY RESCWCAD.

           COPY RESTWDAV.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE CONTROLE DO PAREAMENTO ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-MSTREST             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-MSTREST                          VALUE 'S'.

       01  WRK-FIM-EARQDIFR            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQDIFR                         VALUE 'S'.

       01  WRK-FIM-EARQCADT            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQCADT                         VALUE 'S'.

       01  WRK-CHV-DIFR                PIC  X(016)
                                                   VALUE HIGH-VALUES.
       01  FILLER                      REDEFINES WRK-CHV-DIFR.
           05 WRK-CPF-CGC-DIFR         PIC  9(009).
           05 WRK-FILIAL-CGC-DIFR      PIC  9(004).
           05 WRK-TIPO-IMPED-DIFR      PIC  9(003).

       01  WRK-CHV-CADT                PIC  X(013)
                                                   VALUE HIGH-VALUES.
       01  FILLER                      REDEFINES WRK-CHV-CADT.
           05 WRK-CPF-CGC-CADT         PIC  9(009).
           05 WRK-FILIAL-CGC-CADT      PIC  9(004).

       01  WRK-CHV-DEVEDOR.
           05 WRK-CPF-CGC-DEVEDOR      PIC  9(009)         VALUE ZEROS.
           05 WRK-FILIAL-CGC-DEVEDOR   PIC  9(004)         VALUE ZEROS.

       01  WRK-NOVO-DIFERENCA          PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-NOVO-DIFR                         VALUE 'S'.

       01  WRK-AVISO-ACHADO            PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-AVISO                             VALUE 'S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE PRAZOS DE AVISO (TABAVISO) ***'.
      *----------------------------------------------------------------*

           COPY RESCWPVG.

       01  WRK-IND-VIGOR               PIC  9(003) COMP-3  VALUE ZEROS.

       01  WRK-ITEM-AVISO.
           05 WRK-AVS-TIPO-IMPED       PIC  9(003).
           05 WRK-AVS-DIAS-AVISO       PIC  9(003).
           05 FILLER                   PIC  X(014).

       01  WRK-DIAS-AVISO-PADRAO       PIC  9(003)         VALUE 10.

       01  WRK-QTD-PRAZOS              PIC  9(003) COMP-3  VALUE ZEROS.
       01  WRK-TAB-PRAZOS.
           05 WRK-PRAZO-ENT            OCCURS 50 TIMES.
              10 WRK-TIPO-PRAZO             PIC 9(003).
              10 WRK-DIAS-PRAZO             PIC 9(003).

       01  WRK-IDX-PRAZO               PIC  9(003) COMP-3  VALUE ZEROS.
       01  WRK-ACHOU-PRAZO             PIC  X(001)         VALUE 'N'.
           88 WRK-PRAZO-ENCONTRADO                         VALUE 'S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO AVISO CORRENTE ***'.
      *----------------------------------------------------------------*

       01  WRK-MOTIVO-AVISO            PIC  X(001)         VALUE SPACES.
       01  WRK-DIAS-AVISO              PIC  9(003)         VALUE ZEROS.
       01  WRK-DIAS-SOMADOS            PIC  9(003)         VALUE ZEROS.
       01  WRK-DATA-LIMITE             PIC  9(008)         VALUE ZEROS.
       01  WRK-NOME-DEVEDOR            PIC  X(060)         VALUE SPACES.
       01  WRK-CATEGORIA-LINHA         PIC  9(001)         VALUE ZEROS.

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
           '*** AREA DE EMISSAO DO RELATORIO ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-CLASSIFICACAO       PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-CLASSIFICACAO                    VALUE 'S'.

       01  WRK-CATEGORIA               PIC  9(001)         VALUE ZEROS.
       01  WRK-QTD-CATEGORIA           PIC  9(009) COMP-3  VALUE ZEROS.
       01  WRK-VLR-CATEGORIA           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.

       01  WRK-REG-RELATORIO.
           05 WRK-REL-CATEGORIA        PIC  9(001)         VALUE ZEROS.
           05 WRK-REL-CHAVE.
              10 WRK-REL-CPF-CGC       PIC  9(009)         VALUE ZEROS.
              10 WRK-REL-FILIAL-CGC    PIC  9(004)         VALUE ZEROS.
              10 WRK-REL-TIPO-IMPED    PIC  9(003)         VALUE ZEROS.
           05 WRK-REL-NOME             PIC  X(040)         VALUE SPACES.
           05 WRK-REL-VALOR-TOT-IMPED  PIC  9(015)V99      VALUE ZEROS.
           05 WRK-REL-DTA-AVISO        PIC  9(008)         VALUE ZEROS.
           05 WRK-REL-DTA-LIMITE       PIC  9(008)         VALUE ZEROS.
           05 WRK-REL-DTA-LIBERACAO    PIC  9(008)         VALUE ZEROS.
           05 WRK-REL-MOTIVO-AVISO     PIC  X(001)         VALUE SPACES.
           05 WRK-REL-ORIGEM           PIC  X(001)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DAS LINHAS DO RELATORIO ***'.
      *----------------------------------------------------------------*

       01  WRK-LIN-TRACO               PIC  X(132)         VALUE
           ALL '-'.

       01  WRK-LIN-BRANCO              PIC  X(132)         VALUE
           SPACES.

       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC  X(050)         VALUE
              'RESCDSB5 - AVISO PREVIO AO DEVEDOR - FILA DE RETEN'.
           05 FILLER                   PIC  X(018)         VALUE
              'CAO PARA O BUREAU '.
           05 FILLER                   PIC  X(018)         VALUE
              '   PROCESSAMENTO  '.
           05 WRK-CAB-DATA             PIC  9(008).
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LIN-CATEGORIA.
           05 FILLER                   PIC  X(010)         VALUE
              'SITUACAO: '.
           05 WRK-CAT-DESCRICAO        PIC  X(060).
           05 FILLER                   PIC  X(062)         VALUE SPACES.

       01  WRK-LIN-LEGENDA.
           05 FILLER                   PIC  X(050)         VALUE
              'M = MOTIVO DO AVISO (I INCLUSAO NO MESTRE, N NOVO '.
           05 FILLER                   PIC  X(050)         VALUE
              'NO SARQDIFR, R REAPARECEU)   O = ORIGEM (F FORNECE'.
           05 FILLER                   PIC  X(020)         VALUE
              'DOR, C COBRANCA)'.
           05 FILLER                   PIC  X(012)         VALUE SPACES.

       01  WRK-LIN-COLUNAS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(010)         VALUE
              'CPF-CGC  /'.
           05 FILLER                   PIC  X(005)         VALUE
              'FIL. '.
           05 FILLER                   PIC  X(004)         VALUE
              'TIP '.
           05 FILLER                   PIC  X(041)         VALUE
              'NOME DO DEVEDOR'.
           05 FILLER                   PIC  X(023)         VALUE
              '     VALOR TOTAL IMPED '.
           05 FILLER                   PIC  X(009)         VALUE
              'AVISO    '.
           05 FILLER                   PIC  X(009)         VALUE
              'LIMITE   '.
           05 FILLER                   PIC  X(009)         VALUE
              'LIBERAC. '.
           05 FILLER                   PIC  X(002)         VALUE
              'M '.
           05 FILLER                   PIC  X(001)         VALUE
              'O'.
           05 FILLER                   PIC  X(017)         VALUE SPACES.

       01  WRK-LIN-DETALHE.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DET-CPF-CGC          PIC  9(009).
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-DET-FILIAL-CGC       PIC  9(004).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-TIPO-IMPED       PIC  9(003).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-NOME             PIC  X(040).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-VALOR            PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-DTA-AVISO        PIC  9(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-DTA-LIMITE       PIC  9(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-DTA-LIBERACAO    PIC  9(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-MOTIVO           PIC  X(001).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DET-ORIGEM           PIC  X(001).
           05 FILLER                   PIC  X(017)         VALUE SPACES.

       01  WRK-LIN-NENHUMA.
           05 FILLER                   PIC  X(040)         VALUE
              '  NENHUMA CHAVE NESTA SITUACAO'.
           05 FILLER                   PIC  X(092)         VALUE SPACES.

       01  WRK-LIN-SUBTOTAL.
           05 FILLER                   PIC  X(022)         VALUE
              '  TOTAL DA SITUACAO - '.
           05 WRK-SUB-QTD              PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(030)         VALUE
              ' CHAVES          VALOR TOTAL '.
           05 WRK-SUB-VALOR            PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(047)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VARIAVEIS AUXILIARES ***'.
      *----------------------------------------------------------------*

       01  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       01  WRK-MASC                    PIC  ZZZ.ZZZ.ZZ9    VALUE SPACES.
       01  WRK-DATA-EXECUCAO           PIC  9(008)         VALUE ZEROS.
       01  WRK-DTA-PROCESSAMENTO       PIC  9(008)         VALUE ZEROS.

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
      *----------------------------------------------------------------*

           COPY 'I#BRAD7C'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** RESCDSB5 - FIM DA AREA DE WORKING ***'.
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
               ON ASCENDING KEY SRT-CATEGORIA
                                SRT-CHAVE
               INPUT PROCEDURE  IS 2000-PROCESSAR-MESTRE
               OUTPUT PROCEDURE IS 3000-EMITIR-RELATORIO

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

           PERFORM 1050-INICIAR-ESTEIRA

           ACCEPT WRK-DATA-EXECUCAO    FROM DATE YYYYMMDD

           MOVE RESCWCTL-DTA-PROCESSAMENTO
                                       TO WRK-DTA-PROCESSAMENTO

           OPEN INPUT  MSTREST
                       EARQDIFR
                       EARQCADT

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-MSTREST

           PERFORM 1120-TESTAR-FS-EARQDIFR

           PERFORM 1130-TESTAR-FS-EARQCADT

           IF WRK-FS-EARQDIFR          EQUAL '05'
              MOVE 'S'                 TO WRK-FIM-EARQDIFR
           END-IF

           IF WRK-FS-EARQCADT          EQUAL '05'
              MOVE 'S'                 TO WRK-FIM-EARQCADT
           END-IF

           PERFORM 1200-CARREGAR-TABELA-AVISO

           OPEN I-O    MSTAVPR

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-MSTAVPR

           OPEN OUTPUT SARQAVIS
                       SARQRAVP

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQAVIS

           PERFORM 1170-TESTAR-FS-SARQRAVP

           PERFORM 1300-GRAVAR-HEADER-SARQAVIS

           PERFORM 1400-POSICIONAR-MESTRE

           PERFORM 2200-LER-EARQDIFR

           PERFORM 2300-LER-EARQCADT.

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
           MOVE 'RESCDSB5'             TO RESCWCTL-ETAPA
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
      *    TESTAR FILE-STATUS DO ARQUIVO MESTRE - MSTREST              *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-TESTAR-FS-MSTREST          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTREST           NOT EQUAL ZEROS
              MOVE 'MSTREST'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTREST      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0010'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO RELATORIO DE DIFERENCAS - EARQDIFR    *
      *    (ARQUIVO OPCIONAL - '05' = NAO INFORMADO)                   *
      ******************************************************************
      *----------------------------------------------------------------*
       1120-TESTAR-FS-EARQDIFR         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQDIFR          NOT EQUAL ZEROS
              AND WRK-FS-EARQDIFR      NOT EQUAL '05'
              MOVE 'EARQDIFR'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQDIFR     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0020'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO EXTRATO CADASTRAL - EARQCADT          *
      *    (ARQUIVO OPCIONAL - '05' = NAO INFORMADO, AVISO SEM NOME)   *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-EARQCADT         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQCADT          NOT EQUAL ZEROS
              AND WRK-FS-EARQCADT      NOT EQUAL '05'
              MOVE 'EARQCADT'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQCADT     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA FILA DE AVISO PREVIO - MSTAVPR        *
      *    ('05' = ARQUIVO OPCIONAL CRIADO NESTA EXECUCAO)             *
      ******************************************************************
      *----------------------------------------------------------------*
       1150-TESTAR-FS-MSTAVPR          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTAVPR           NOT EQUAL ZEROS
              AND WRK-FS-MSTAVPR       NOT EQUAL '05'
              MOVE 'MSTAVPR'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTAVPR      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0050'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DOS AVISOS PARA A GRAFICA - SARQAVIS     *
      ******************************************************************
      *----------------------------------------------------------------*
       1160-TESTAR-FS-SARQAVIS         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQAVIS          NOT EQUAL ZEROS
              MOVE 'SARQAVIS'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQAVIS     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0060'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO RELATORIO DA FILA - SARQRAVP          *
      ******************************************************************
      *----------------------------------------------------------------*
       1170-TESTAR-FS-SARQRAVP         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRAVP          NOT EQUAL ZEROS
              MOVE 'SARQRAVP'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQRAVP     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0070'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CARREGAR EM MEMORIA OS PRAZOS DE AVISO POR TIPO-IMPED EM    *
      *    VIGOR NA DATA DE PROCESSAMENTO (PARAMETRO TABAVISO, ROTINA  *
      *    RESCDSC7) - SEM PRAZOS EM VIGOR, TODOS OS TIPOS USAM O      *
      *    PRAZO PADRAO                                                *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-CARREGAR-TABELA-AVISO      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-QTD-PRAZOS

           MOVE 'TABAVISO'             TO RESCWPVG-COD-PARAMETRO
           MOVE WRK-DTA-PROCESSAMENTO  TO RESCWPVG-DTA-REFERENCIA
           MOVE SPACES                 TO RESCWPVG-RESULTADO
           MOVE ZEROS                  TO RESCWPVG-QTD-ITENS

           CALL 'RESCDSC7'             USING RESCWPVG-AREA

           IF RESCWPVG-SEM-VIGOR
              GO                       TO 1200-99-FIM
           END-IF

           MOVE 1                      TO WRK-IND-VIGOR

           PERFORM 1210-TRATAR-PROX-PRAZO
              UNTIL WRK-IND-VIGOR      GREATER RESCWPVG-QTD-ITENS.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TRATAR O PROXIMO PRAZO DE AVISO EM VIGOR E ACUMULA-LO NA    *
      *    TABELA EM MEMORIA                                           *
      ******************************************************************
      *----------------------------------------------------------------*
       1210-TRATAR-PROX-PRAZO          SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWPVG-VALOR (WRK-IND-VIGOR)
                                       TO WRK-ITEM-AVISO

           ADD 1                       TO WRK-IND-VIGOR

           IF WRK-AVS-TIPO-IMPED       NOT NUMERIC
              OR WRK-AVS-DIAS-AVISO    NOT NUMERIC
              MOVE 'TAB AVISO INV'     TO WRK-OPERACAO
              MOVE 'TABAVISO'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0080'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           IF WRK-QTD-PRAZOS           NOT LESS 50
              MOVE 'TAB AVISO CHEIA'   TO WRK-OPERACAO
              MOVE 'TABAVISO'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0090'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           ADD 1                       TO WRK-QTD-PRAZOS

           MOVE WRK-AVS-TIPO-IMPED     TO WRK-TIPO-PRAZO
                                          (WRK-QTD-PRAZOS)
           MOVE WRK-AVS-DIAS-AVISO     TO WRK-DIAS-PRAZO
                                          (WRK-QTD-PRAZOS).

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR O HEADER DO ARQUIVO DE AVISOS PARA A GRAFICA         *
      ******************************************************************
      *----------------------------------------------------------------*
       1300-GRAVAR-HEADER-SARQAVIS     SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDAV-REG-SARQAVIS
           MOVE 'HDR'                  TO RESTWDAV-CTL-TIPO-REG
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWDAV-CTL-DATA-EXECUCAO
           MOVE 'RESCDSB5'             TO RESTWDAV-CTL-PROGRAMA

           WRITE FD-SARQAVIS           FROM RESTWDAV-REG-CONTROLE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQAVIS.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    POSICIONAR O MESTRE NA PRIMEIRA CHAVE PARA A LEITURA        *
      *    SEQUENCIAL - MESTRE VAZIO ENCERRA A VARREDURA               *
      ******************************************************************
      *----------------------------------------------------------------*
       1400-POSICIONAR-MESTRE          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-MSTREST
           MOVE LOW-VALUES             TO RESTWMST-CHAVE

           START MSTREST KEY NOT LESS RESTWMST-CHAVE

           IF WRK-FS-MSTREST           EQUAL '23' OR '46'
              MOVE 'S'                 TO WRK-FIM-MSTREST
              GO                       TO 1400-99-FIM
           END-IF

           PERFORM 1110-TESTAR-FS-MSTREST.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PERCORRER O MESTRE E ATUALIZAR A FILA DE AVISO PREVIO,      *
      *    LIBERANDO PARA A CLASSIFICACAO AS LINHAS DO RELATORIO       *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-PROCESSAR-MESTRE           SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-TRATAR-PROX-MESTRE
              UNTIL WRK-ESGOTOU-MSTREST.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DO MESTRE, SINCRONIZAR O EARQDIFR NA *
      *    MESMA CHAVE E TRATAR A CHAVE CONFORME A SITUACAO NO MESTRE  *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-TRATAR-PROX-MESTRE         SECTION.
      *----------------------------------------------------------------*

           READ MSTREST NEXT

           IF WRK-FS-MSTREST           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-MSTREST
              GO                       TO 2100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-MSTREST

           ADD 1                       TO ACU-LIDOS-MSTREST

           PERFORM 2200-LER-EARQDIFR
              UNTIL WRK-CHV-DIFR       NOT LESS RESTWMST-CHAVE

           MOVE 'N'                    TO WRK-NOVO-DIFERENCA

           IF WRK-CHV-DIFR             EQUAL RESTWMST-CHAVE
              AND RESTWDDF-NOVO
              MOVE 'S'                 TO WRK-NOVO-DIFERENCA
           END-IF

           PERFORM 2400-LOCALIZAR-AVISO

           IF RESTWMST-ATIVA
              PERFORM 2500-TRATAR-ATIVA
           ELSE
              PERFORM 2600-TRATAR-ENCERRADA
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DO RELATORIO DE DIFERENCAS - NO FIM  *
      *    (OU SEM ARQUIVO) A CHAVE FICA EM HIGH-VALUES                *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-LER-EARQDIFR               SECTION.
      *----------------------------------------------------------------*

           IF WRK-ESGOTOU-EARQDIFR
              MOVE HIGH-VALUES         TO WRK-CHV-DIFR
              GO                       TO 2200-99-FIM
           END-IF

           READ EARQDIFR               INTO RESTWDDF-REG-SARQDIFR

           IF WRK-FS-EARQDIFR          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQDIFR
              MOVE HIGH-VALUES         TO WRK-CHV-DIFR
              GO                       TO 2200-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-EARQDIFR

           ADD 1                       TO ACU-LIDOS-EARQDIFR

           MOVE RESTWDDF-CPF-CGC       TO WRK-CPF-CGC-DIFR
           MOVE RESTWDDF-FILIAL-CGC    TO WRK-FILIAL-CGC-DIFR
           MOVE RESTWDDF-TIPO-IMPED    TO WRK-TIPO-IMPED-DIFR.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DO EXTRATO CADASTRAL - NO FIM (OU    *
      *    SEM ARQUIVO) A CHAVE FICA EM HIGH-VALUES                    *
      ******************************************************************
      *----------------------------------------------------------------*
       2300-LER-EARQCADT               SECTION.
      *----------------------------------------------------------------*

           IF WRK-ESGOTOU-EARQCADT
              MOVE HIGH-VALUES         TO WRK-CHV-CADT
              GO                       TO 2300-99-FIM
           END-IF

           READ EARQCADT               INTO RESCWCAD-REG-CADASTRO

           IF WRK-FS-EARQCADT          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQCADT
              MOVE HIGH-VALUES         TO WRK-CHV-CADT
              GO                       TO 2300-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-EARQCADT

           MOVE RESCWCAD-CPF-CGC       TO WRK-CPF-CGC-CADT
           MOVE RESCWCAD-FILIAL-CGC    TO WRK-FILIAL-CGC-CADT.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LOCALIZAR NA FILA DE AVISO PREVIO A CHAVE DO MESTRE         *
      ******************************************************************
      *----------------------------------------------------------------*
       2400-LOCALIZAR-AVISO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-AVISO-ACHADO

           MOVE RESTWMST-CHAVE         TO RESTWAVP-CHAVE

           READ MSTAVPR

           IF WRK-FS-MSTAVPR           EQUAL '23'
              GO                       TO 2400-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-MSTAVPR

           MOVE 'S'                    TO WRK-AVISO-ACHADO.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TRATAR UMA CHAVE ATIVA NO MESTRE:                           *
      *    - SEM AVISO NA FILA: AVISAR SE FOI INCLUIDA NO MESTRE HOJE  *
      *      OU VEIO COMO NOVO NO EARQDIFR (AS DEMAIS JA ESTAVAM NO    *
      *      BUREAU ANTES DA FILA EXISTIR);                            *
      *    - RETIDA: LIBERAR SE A DATA LIMITE CHEGOU, SENAO MANTER;    *
      *    - CANCELADA, OU LIBERADA QUE VOLTOU COMO NOVO NO EARQDIFR:  *
      *      AVISAR DE NOVO, POIS E UMA NOVA NEGATIVACAO               *
      ******************************************************************
      *----------------------------------------------------------------*
       2500-TRATAR-ATIVA               SECTION.
      *----------------------------------------------------------------*

           IF NOT WRK-EXISTE-AVISO
              IF RESTWMST-DTA-INCLUSAO EQUAL WRK-DTA-PROCESSAMENTO
                 MOVE 'I'              TO WRK-MOTIVO-AVISO
                 PERFORM 2700-AVISAR-RESTRICAO
              ELSE
                 IF WRK-EXISTE-NOVO-DIFR
                    MOVE 'N'           TO WRK-MOTIVO-AVISO
                    PERFORM 2700-AVISAR-RESTRICAO
                 END-IF
              END-IF
              GO                       TO 2500-99-FIM
           END-IF

           IF RESTWAVP-RETIDA
              IF RESTWAVP-DTA-LIMITE   GREATER WRK-DTA-PROCESSAMENTO
                 PERFORM 2850-MANTER-RETIDA
              ELSE
                 PERFORM 2800-LIBERAR-AVISO
              END-IF
              GO                       TO 2500-99-FIM
           END-IF

           IF RESTWAVP-CANCELADA
              OR WRK-EXISTE-NOVO-DIFR
              MOVE 'R'                 TO WRK-MOTIVO-AVISO
              PERFORM 2700-AVISAR-RESTRICAO
           END-IF.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TRATAR UMA CHAVE ENCERRADA NO MESTRE - SE AINDA ESTAVA      *
      *    RETIDA, O AVISO E CANCELADO (NUNCA CHEGOU AO BUREAU)        *
      ******************************************************************
      *----------------------------------------------------------------*
       2600-TRATAR-ENCERRADA           SECTION.
      *----------------------------------------------------------------*

           IF NOT WRK-EXISTE-AVISO
              GO                       TO 2600-99-FIM
           END-IF

           IF NOT RESTWAVP-RETIDA
              GO                       TO 2600-99-FIM
           END-IF

           MOVE 'C'                    TO RESTWAVP-SITUACAO
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWAVP-DTA-LIBERACAO
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWAVP-DTA-ULT-ATUALIZ

           PERFORM 2950-REGRAVAR-AVISO

           ADD 1                       TO ACU-CANCELADAS

           PERFORM 2740-OBTER-NOME-DEVEDOR

           MOVE 4                      TO WRK-CATEGORIA-LINHA

           PERFORM 2900-LIBERAR-LINHA-RELATORIO.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    AVISAR A RESTRICAO: APURAR O PRAZO E A DATA LIMITE, GRAVAR  *
      *    (OU REGRAVAR) A CHAVE RETIDA NA FILA E GRAVAR O AVISO PARA  *
      *    A GRAFICA                                                   *
      ******************************************************************
      *----------------------------------------------------------------*
       2700-AVISAR-RESTRICAO           SECTION.
      *----------------------------------------------------------------*

           PERFORM 2710-APURAR-DIAS-AVISO

           PERFORM 2720-APURAR-DATA-LIMITE

           PERFORM 2740-OBTER-NOME-DEVEDOR

           IF WRK-EXISTE-AVISO
              ADD 1                    TO RESTWAVP-QTDE-AVISOS
              ADD 1                    TO ACU-REAVISADAS
           ELSE
              MOVE SPACES              TO RESTWAVP-REG-AVISO
              MOVE RESTWMST-CHAVE      TO RESTWAVP-CHAVE
              MOVE 1                   TO RESTWAVP-QTDE-AVISOS
           END-IF

           MOVE 'R'                    TO RESTWAVP-SITUACAO
           MOVE WRK-MOTIVO-AVISO       TO RESTWAVP-MOTIVO-AVISO
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWAVP-DTA-AVISO
           MOVE WRK-DIAS-AVISO         TO RESTWAVP-DIAS-AVISO
           MOVE WRK-DATA-LIMITE        TO RESTWAVP-DTA-LIMITE
           MOVE ZEROS                  TO RESTWAVP-DTA-LIBERACAO
           MOVE RESTWMST-VALOR-TOT-IMPED
                                       TO RESTWAVP-VALOR-TOT-IMPED
           MOVE RESTWMST-ORIGEM        TO RESTWAVP-ORIGEM
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWAVP-DTA-ULT-ATUALIZ

           IF WRK-EXISTE-AVISO
              PERFORM 2950-REGRAVAR-AVISO
           ELSE
              WRITE RESTWAVP-REG-AVISO
              MOVE WRK-GRAVACAO        TO WRK-OPERACAO
              PERFORM 1150-TESTAR-FS-MSTAVPR
           END-IF

           MOVE SPACES                 TO RESTWDAV-REG-SARQAVIS
           MOVE RESTWMST-CPF-CGC       TO RESTWDAV-CPF-CGC
           MOVE RESTWMST-FILIAL-CGC    TO RESTWDAV-FILIAL-CGC
           MOVE RESTWMST-CTRL-CPF      TO RESTWDAV-CTRL-CPF
           MOVE RESTWMST-TIPO-IMPED    TO RESTWDAV-TIPO-IMPED
           MOVE WRK-NOME-DEVEDOR       TO RESTWDAV-NOME
           MOVE RESTWMST-MAIOR-GRAU    TO RESTWDAV-MAIOR-GRAU
           MOVE RESTWMST-QTDE-IMPED    TO RESTWDAV-QTDE-IMPED
           MOVE RESTWMST-VALOR-TOT-IMPED
                                       TO RESTWDAV-VALOR-TOT-IMPED
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWDAV-DTA-AVISO
           MOVE WRK-DATA-LIMITE        TO RESTWDAV-DTA-LIMITE
           MOVE RESTWMST-ORIGEM        TO RESTWDAV-ORIGEM

           WRITE FD-SARQAVIS           FROM RESTWDAV-REG-SARQAVIS

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQAVIS

           ADD 1                       TO ACU-GRAVS-SARQAVIS
           ADD RESTWMST-CPF-CGC        TO ACU-HASH-CPF-SARQAVIS
           ADD 1                       TO ACU-AVISADAS

           MOVE 1                      TO WRK-CATEGORIA-LINHA

           PERFORM 2900-LIBERAR-LINHA-RELATORIO.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    APURAR O PRAZO DE AVISO DO TIPO-IMPED DA CHAVE CORRENTE -   *
      *    TIPO FORA DA TABELA USA O PRAZO PADRAO                      *
      ******************************************************************
      *----------------------------------------------------------------*
       2710-APURAR-DIAS-AVISO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DIAS-AVISO-PADRAO  TO WRK-DIAS-AVISO

           MOVE 'N'                    TO WRK-ACHOU-PRAZO
           MOVE 1                      TO WRK-IDX-PRAZO

           PERFORM 2715-PROCURAR-TIPO-PRAZO
              UNTIL WRK-IDX-PRAZO      GREATER WRK-QTD-PRAZOS
                 OR WRK-PRAZO-ENCONTRADO

           IF WRK-PRAZO-ENCONTRADO
              MOVE WRK-DIAS-PRAZO (WRK-IDX-PRAZO)
                                       TO WRK-DIAS-AVISO
           END-IF.

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCURAR O TIPO-IMPED NA TABELA DE PRAZOS DE AVISO          *
      ******************************************************************
      *----------------------------------------------------------------*
       2715-PROCURAR-TIPO-PRAZO        SECTION.
      *----------------------------------------------------------------*

           IF WRK-TIPO-PRAZO (WRK-IDX-PRAZO)
                                       EQUAL RESTWMST-TIPO-IMPED
              MOVE 'S'                 TO WRK-ACHOU-PRAZO
           ELSE
              ADD 1                    TO WRK-IDX-PRAZO
           END-IF.

      *----------------------------------------------------------------*
       2715-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    APURAR A DATA LIMITE DO AVISO = DATA DO PROCESSAMENTO MAIS  *
      *    O PRAZO EM DIAS CORRIDOS                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       2720-APURAR-DATA-LIMITE         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DTA-PROCESSAMENTO  TO WRK-DATA
           MOVE ZEROS                  TO WRK-DIAS-SOMADOS

           PERFORM 2725-SOMAR-UM-DIA
              UNTIL WRK-DIAS-SOMADOS   NOT LESS WRK-DIAS-AVISO

           MOVE WRK-DATA               TO WRK-DATA-LIMITE.

      *----------------------------------------------------------------*
       2720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    AVANCAR WRK-DATA EM UM DIA, VIRANDO MES E ANO               *
      ******************************************************************
      *----------------------------------------------------------------*
       2725-SOMAR-UM-DIA               SECTION.
      *----------------------------------------------------------------*

           PERFORM 2730-APURAR-DIAS-NO-MES

           ADD 1                       TO WRK-DIA

           IF WRK-DIA                  GREATER WRK-DIAS-MES
              MOVE 1                   TO WRK-DIA
              ADD 1                    TO WRK-MES
              IF WRK-MES               GREATER 12
                 MOVE 1                TO WRK-MES
                 ADD 1                 TO WRK-ANO
              END-IF
           END-IF

           ADD 1                       TO WRK-DIAS-SOMADOS.

      *----------------------------------------------------------------*
       2725-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    APURAR A QUANTIDADE DE DIAS DO MES/ANO EM WRK-DATA          *
      ******************************************************************
      *----------------------------------------------------------------*
       2730-APURAR-DIAS-NO-MES         SECTION.
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
       2730-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    OBTER O NOME DO DEVEDOR NO EXTRATO CADASTRAL - O EXTRATO E  *
      *    O MESTRE ESTAO NA MESMA ORDEM DE CPF-CGC / FILIAL-CGC,      *
      *    ENTAO O EXTRATO SO AVANCA. SEM CADASTRO, O NOME FICA EM     *
      *    BRANCO                                                      *
      ******************************************************************
      *----------------------------------------------------------------*
       2740-OBTER-NOME-DEVEDOR         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-NOME-DEVEDOR

           MOVE RESTWMST-CPF-CGC       TO WRK-CPF-CGC-DEVEDOR
           MOVE RESTWMST-FILIAL-CGC    TO WRK-FILIAL-CGC-DEVEDOR

           PERFORM 2300-LER-EARQCADT
              UNTIL WRK-CHV-CADT       NOT LESS WRK-CHV-DEVEDOR

           IF WRK-CHV-CADT             EQUAL WRK-CHV-DEVEDOR
              MOVE RESCWCAD-NOME       TO WRK-NOME-DEVEDOR
           ELSE
              ADD 1                    TO ACU-SEM-NOME
           END-IF.

      *----------------------------------------------------------------*
       2740-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR PARA O BUREAU UMA CHAVE RETIDA CUJO PRAZO DE AVISO  *
      *    TERMINOU                                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       2800-LIBERAR-AVISO              SECTION.
      *----------------------------------------------------------------*

           MOVE 'L'                    TO RESTWAVP-SITUACAO
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWAVP-DTA-LIBERACAO
           MOVE RESTWMST-VALOR-TOT-IMPED
                                       TO RESTWAVP-VALOR-TOT-IMPED
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWAVP-DTA-ULT-ATUALIZ

           PERFORM 2950-REGRAVAR-AVISO

           ADD 1                       TO ACU-LIBERADAS

           PERFORM 2740-OBTER-NOME-DEVEDOR

           MOVE 3                      TO WRK-CATEGORIA-LINHA

           PERFORM 2900-LIBERAR-LINHA-RELATORIO.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    MANTER RETIDA UMA CHAVE AINDA DENTRO DO PRAZO DE AVISO,     *
      *    ATUALIZANDO O VALOR DO DIA                                  *
      ******************************************************************
      *----------------------------------------------------------------*
       2850-MANTER-RETIDA              SECTION.
      *----------------------------------------------------------------*

           MOVE RESTWMST-VALOR-TOT-IMPED
                                       TO RESTWAVP-VALOR-TOT-IMPED
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWAVP-DTA-ULT-ATUALIZ

           PERFORM 2950-REGRAVAR-AVISO

           ADD 1                       TO ACU-RETIDAS

           PERFORM 2740-OBTER-NOME-DEVEDOR

           MOVE 2                      TO WRK-CATEGORIA-LINHA

           PERFORM 2900-LIBERAR-LINHA-RELATORIO.

      *----------------------------------------------------------------*
       2850-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR PARA A CLASSIFICACAO A LINHA DO RELATORIO DA CHAVE  *
      *    CORRENTE, NA CATEGORIA EM WRK-CATEGORIA-LINHA               *
      ******************************************************************
      *----------------------------------------------------------------*
       2900-LIBERAR-LINHA-RELATORIO    SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CATEGORIA-LINHA    TO SRT-CATEGORIA
           MOVE RESTWAVP-CPF-CGC       TO SRT-CPF-CGC
           MOVE RESTWAVP-FILIAL-CGC    TO SRT-FILIAL-CGC
           MOVE RESTWAVP-TIPO-IMPED    TO SRT-TIPO-IMPED
           MOVE WRK-NOME-DEVEDOR       TO SRT-NOME
           MOVE RESTWAVP-VALOR-TOT-IMPED
                                       TO SRT-VALOR-TOT-IMPED
           MOVE RESTWAVP-DTA-AVISO     TO SRT-DTA-AVISO
           MOVE RESTWAVP-DTA-LIMITE    TO SRT-DTA-LIMITE
           MOVE RESTWAVP-DTA-LIBERACAO TO SRT-DTA-LIBERACAO
           MOVE RESTWAVP-MOTIVO-AVISO  TO SRT-MOTIVO-AVISO
           MOVE RESTWAVP-ORIGEM        TO SRT-ORIGEM

           RELEASE SRT-REG-RELATORIO.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGRAVAR NA FILA O REGISTRO DE AVISO CORRENTE               *
      ******************************************************************
      *----------------------------------------------------------------*
       2950-REGRAVAR-AVISO             SECTION.
      *----------------------------------------------------------------*

           REWRITE RESTWAVP-REG-AVISO

           MOVE WRK-REGRAVACAO         TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-MSTAVPR.

      *----------------------------------------------------------------*
       2950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O RELATORIO DA FILA, UMA SECAO POR SITUACAO:         *
      *    1 - AVISADAS NO DIA, 2 - RETIDAS DENTRO DO PRAZO,           *
      *    3 - LIBERADAS PARA O BUREAU, 4 - CANCELADAS NO PRAZO        *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-EMITIR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-EXECUCAO      TO WRK-CAB-DATA

           WRITE FD-SARQRAVP           FROM WRK-LIN-TRACO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1170-TESTAR-FS-SARQRAVP

           WRITE FD-SARQRAVP           FROM WRK-LIN-CABEC1

           PERFORM 1170-TESTAR-FS-SARQRAVP

           WRITE FD-SARQRAVP           FROM WRK-LIN-LEGENDA

           PERFORM 1170-TESTAR-FS-SARQRAVP

           WRITE FD-SARQRAVP           FROM WRK-LIN-TRACO

           PERFORM 1170-TESTAR-FS-SARQRAVP

           PERFORM 3100-RETORNAR-LINHA

           MOVE 1                      TO WRK-CATEGORIA

           PERFORM 3200-EMITIR-CATEGORIA
              UNTIL WRK-CATEGORIA      GREATER 4.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    RETORNAR A PROXIMA LINHA DA CLASSIFICACAO - NO FIM, A       *
      *    CATEGORIA 9 FECHA A ULTIMA QUEBRA                           *
      ******************************************************************
      *----------------------------------------------------------------*
       3100-RETORNAR-LINHA             SECTION.
      *----------------------------------------------------------------*

           RETURN SARQSORT
               AT END
                  MOVE 'S'             TO WRK-FIM-CLASSIFICACAO
                  MOVE 9               TO WRK-REL-CATEGORIA
                  GO                   TO 3100-99-FIM
           END-RETURN

           MOVE SRT-REG-RELATORIO      TO WRK-REG-RELATORIO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A SECAO DE UMA SITUACAO: TITULO, DETALHES E TOTAL    *
      ******************************************************************
      *----------------------------------------------------------------*
       3200-EMITIR-CATEGORIA           SECTION.
      *----------------------------------------------------------------*

           IF WRK-CATEGORIA            EQUAL 1
              MOVE 'AVISADAS NO DIA - RETIDAS ATE A DATA LIMITE'
                                       TO WRK-CAT-DESCRICAO
           END-IF

           IF WRK-CATEGORIA            EQUAL 2
              MOVE 'CONTINUAM RETIDAS - DENTRO DO PRAZO DE AVISO'
                                       TO WRK-CAT-DESCRICAO
           END-IF

           IF WRK-CATEGORIA            EQUAL 3
              MOVE 'LIBERADAS NO DIA PARA ENVIO AO BUREAU'
                                       TO WRK-CAT-DESCRICAO
           END-IF

           IF WRK-CATEGORIA            EQUAL 4
              MOVE 'CANCELADAS - ENCERRADAS NO MESTRE DENTRO DO PRAZO'
                                       TO WRK-CAT-DESCRICAO
           END-IF

           WRITE FD-SARQRAVP           FROM WRK-LIN-BRANCO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1170-TESTAR-FS-SARQRAVP

           WRITE FD-SARQRAVP           FROM WRK-LIN-CATEGORIA

           PERFORM 1170-TESTAR-FS-SARQRAVP

           WRITE FD-SARQRAVP           FROM WRK-LIN-COLUNAS

           PERFORM 1170-TESTAR-FS-SARQRAVP

           MOVE ZEROS                  TO WRK-QTD-CATEGORIA
                                          WRK-VLR-CATEGORIA

           PERFORM 3300-EMITIR-DETALHE
              UNTIL WRK-REL-CATEGORIA  NOT EQUAL WRK-CATEGORIA

           IF WRK-QTD-CATEGORIA        EQUAL ZEROS
              WRITE FD-SARQRAVP        FROM WRK-LIN-NENHUMA
              PERFORM 1170-TESTAR-FS-SARQRAVP
           END-IF

           MOVE WRK-QTD-CATEGORIA      TO WRK-SUB-QTD
           MOVE WRK-VLR-CATEGORIA      TO WRK-SUB-VALOR

           WRITE FD-SARQRAVP           FROM WRK-LIN-SUBTOTAL

           PERFORM 1170-TESTAR-FS-SARQRAVP

           ADD 1                       TO WRK-CATEGORIA.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A LINHA DE DETALHE CORRENTE E RETORNAR A PROXIMA     *
      ******************************************************************
      *----------------------------------------------------------------*
       3300-EMITIR-DETALHE             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-REL-CPF-CGC        TO WRK-DET-CPF-CGC
           MOVE WRK-REL-FILIAL-CGC     TO WRK-DET-FILIAL-CGC
           MOVE WRK-REL-TIPO-IMPED     TO WRK-DET-TIPO-IMPED
           MOVE WRK-REL-NOME           TO WRK-DET-NOME
           MOVE WRK-REL-VALOR-TOT-IMPED
                                       TO WRK-DET-VALOR
           MOVE WRK-REL-DTA-AVISO      TO WRK-DET-DTA-AVISO
           MOVE WRK-REL-DTA-LIMITE     TO WRK-DET-DTA-LIMITE
           MOVE WRK-REL-DTA-LIBERACAO  TO WRK-DET-DTA-LIBERACAO
           MOVE WRK-REL-MOTIVO-AVISO   TO WRK-DET-MOTIVO
           MOVE WRK-REL-ORIGEM         TO WRK-DET-ORIGEM

           WRITE FD-SARQRAVP           FROM WRK-LIN-DETALHE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1170-TESTAR-FS-SARQRAVP

           ADD 1                       TO WRK-QTD-CATEGORIA
           ADD WRK-REL-VALOR-TOT-IMPED TO WRK-VLR-CATEGORIA

           PERFORM 3100-RETORNAR-LINHA.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FINALIZACAO                                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 4200-GRAVAR-TRAILER-SARQAVIS

           PERFORM 4100-EMITIR-TOTAIS

           CLOSE MSTREST
                 EARQDIFR
                 EARQCADT
                 MSTAVPR
                 SARQAVIS
                 SARQRAVP

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-MSTREST

           PERFORM 1120-TESTAR-FS-EARQDIFR

           PERFORM 1130-TESTAR-FS-EARQCADT

           PERFORM 1150-TESTAR-FS-MSTAVPR

           PERFORM 1160-TESTAR-FS-SARQAVIS

           PERFORM 1170-TESTAR-FS-SARQRAVP

           PERFORM 4900-FINALIZAR-ESTEIRA

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
           '*********************** RESCDSB5 ***********************'.
           DISPLAY
           '*                                                      *'.
           DISPLAY
           '*        RESULTADO DA FILA DE AVISO PREVIO:            *'.
           DISPLAY
           '*                                                      *'.

           MOVE ACU-LIDOS-MSTREST      TO WRK-MASC

           DISPLAY
           '* CHAVES LIDAS NO MSTREST           =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-EARQDIFR     TO WRK-MASC

           DISPLAY
           '* DIFERENCAS LIDAS NO EARQDIFR      =>     ' WRK-MASC ' *'

           MOVE ACU-AVISADAS           TO WRK-MASC

           DISPLAY
           '* CHAVES AVISADAS NO DIA            =>     ' WRK-MASC ' *'

           MOVE ACU-REAVISADAS         TO WRK-MASC

           DISPLAY
           '*   DAS QUAIS JA AVISADAS ANTES     =>     ' WRK-MASC ' *'

           MOVE ACU-SEM-NOME           TO WRK-MASC

           DISPLAY
           '* CHAVES SEM NOME NO CADASTRO       =>     ' WRK-MASC ' *'

           MOVE ACU-RETIDAS            TO WRK-MASC

           DISPLAY
           '* CHAVES QUE CONTINUAM RETIDAS      =>     ' WRK-MASC ' *'

           MOVE ACU-LIBERADAS          TO WRK-MASC

           DISPLAY
           '* CHAVES LIBERADAS PARA O BUREAU    =>     ' WRK-MASC ' *'

           MOVE ACU-CANCELADAS         TO WRK-MASC

           DISPLAY
           '* AVISOS CANCELADOS NO PRAZO        =>     ' WRK-MASC ' *'

           MOVE ACU-GRAVS-SARQAVIS     TO WRK-MASC

           DISPLAY
           '* AVISOS GRAVADOS NO SARQAVIS       =>     ' WRK-MASC ' *'

           DISPLAY
           '********************************************************'.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR O TRAILER DO ARQUIVO DE AVISOS - QTDE DE REGISTROS   *
      *    GRAVADOS + HASH TOTAL DO CPF/CNPJ                           *
      ******************************************************************
      *----------------------------------------------------------------*
       4200-GRAVAR-TRAILER-SARQAVIS    SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDAV-REG-SARQAVIS
           MOVE 'TRL'                  TO RESTWDAV-CTL-TIPO-REG
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWDAV-CTL-DATA-EXECUCAO
           MOVE 'RESCDSB5'             TO RESTWDAV-CTL-PROGRAMA
           MOVE ACU-GRAVS-SARQAVIS     TO RESTWDAV-CTL-QTDE-REGS
           MOVE ACU-HASH-CPF-SARQAVIS  TO RESTWDAV-CTL-HASH-CPF-CGC

           WRITE FD-SARQAVIS           FROM RESTWDAV-REG-CONTROLE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQAVIS.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
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

           MOVE 'AVISADAS'             TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-AVISADAS           TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'REAVISADAS'           TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-REAVISADAS         TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'RETIDAS'              TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-RETIDAS            TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'LIBERADAS'            TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-LIBERADAS          TO RESCWCTL-QTD-CONTADOR-4

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           MOVE RESCWCTL-RETURN-CODE   TO RETURN-CODE.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS                             *
      ******************************************************************
      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'RESCDSB5'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
