      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSB8.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSB8                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: APLICAR NO MESTRE DE RESTRICOES (MSTREST) AS  *
      * LIQUIDACOES DE DIVIDAS INFORMADAS PELA AREA DE COBRANCA        *
      * (EARQLIQC). A LEI OBRIGA A RETIRAR A RESTRICAO EM ATE 5 DIAS   *
      * UTEIS APOS O PAGAMENTO, E A EXTRACAO DA COBRANCA (EARQRCOB)    *
      * NAO INFORMA O PAGAMENTO - SO DEIXA DE MANDAR A DIVIDA QUANDO   *
      * CALHA. A CHAVE ATIVA CORRESPONDENTE E ENCERRADA NO DIA COM O   *
      * MOTIVO DE ENCERRAMENTO L (LIQUIDACAO): O RESCDSA5 NAO ENVIA    *
      * CHAVE ENCERRADA AO BUREAU E O RESCDSA3 NAO A REATIVA ENQUANTO  *
      * A DIVIDA CONTINUAR VINDO NO SARQREST SEM OCORRENCIA NOVA. A    *
      * CHAVE JA ENCERRADA POR AUSENCIA RECEBE O MESMO MOTIVO, MANTIDA *
      * A DATA DE ENCERRAMENTO ORIGINAL. RODA APOS O RESCDSA3 E ANTES  *
      * DO RESCDSB5 E DO RESCDSA5. TODA LIQUIDACAO RECEBIDA E GRAVADA  *
      * NO HISTORICO SARQHLIQ COM O RESULTADO, A DATA DE REMOCAO E OS  *
      * DIAS UTEIS ENTRE O PAGAMENTO E A REMOCAO. O RELATORIO DE       *
      * CONFORMIDADE SARQRLIQ LISTA AS LIQUIDACOES COM RESTRICAO NO    *
      * MESTRE (DESTACANDO AS REMOVIDAS NO LIMITE OU FORA DO PRAZO     *
      * LEGAL), AS LIQUIDACOES SEM RESTRICAO CORRESPONDENTE E AS       *
      * REJEITADAS.                                                    *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     EARQLIQC            I                      RESCWLIQ        *
      *     MSTREST            I/O                     RESTWMST        *
      *     SARQHLIQ            O  (ACRESCIMO)         RESTWDHL        *
      *     SARQRLIQ            O                      RELATORIO 132   *
      *     SORTWK             TRABALHO DO SORT INTERNO                *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESCWLIQ - LAYOUT DAS LIQUIDACOES DA COBRANCA               *
      *    RESTWMST - LAYOUT DO ARQUIVO MESTRE DE RESTRICOES           *
      *    RESTWDHL - LAYOUT DO HISTORICO DE LIQUIDACOES               *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC1 - CONTROLE DA ESTEIRA (DD PARMCTRL E MSTCTRL)      *
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

           SELECT EARQLIQC ASSIGN      TO UT-S-EARQLIQC
                      FILE STATUS      IS WRK-FS-EARQLIQC.

           SELECT MSTREST  ASSIGN      TO MSTREST
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWMST-CHAVE
                      FILE STATUS      IS WRK-FS-MSTREST.

           SELECT SARQHLIQ ASSIGN      TO UT-S-SARQHLIQ
                      FILE STATUS      IS WRK-FS-SARQHLIQ.

           SELECT SARQRLIQ ASSIGN      TO UT-S-SARQRLIQ
                      FILE STATUS      IS WRK-FS-SARQRLIQ.

           SELECT SARQSORT ASSIGN      TO UT-S-SORTWK.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT - LIQUIDACOES DA AREA DE COBRANCA (EARQLIQC)          *
      *                                -  LRECL   = 100                *
      *----------------------------------------------------------------*

       FD  EARQLIQC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQLIQC                 PIC  X(100).

      *----------------------------------------------------------------*
      *    I/O - ARQUIVO MESTRE DE RESTRICOES (MSTREST)                *
      *                                -  LRECL   = 124                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWMST E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  MSTREST
           LABEL RECORD IS STANDARD.

           COPY RESTWMST.

      *----------------------------------------------------------------*
      *    OUTPUT - HISTORICO DE LIQUIDACOES (SARQHLIQ)                *
      *                                -  LRECL   = 200                *
      *----------------------------------------------------------------*

       FD  SARQHLIQ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQHLIQ                 PIC  X(200).

      *----------------------------------------------------------------*
      *    OUTPUT - RELATORIO DE CONFORMIDADE DAS LIQUIDACOES          *
      *    (SARQRLIQ)                  -  LRECL   = 132                *
      *----------------------------------------------------------------*

       FD  SARQRLIQ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQRLIQ                 PIC  X(132).

      *----------------------------------------------------------------*
      *    TRABALHO - CLASSIFICACAO DAS LIQUIDACOES POR SECAO DO       *
      *    RELATORIO (1 = COM RESTRICAO NO MESTRE, 2 = SEM RESTRICAO   *
      *    CORRESPONDENTE, 3 = REJEITADAS), CHAVE E DATA DE PAGAMENTO. *
      *    A CHAVE E A DATA VAO COMO TEXTO PORQUE A LIQUIDACAO         *
      *    REJEITADA PODE TRAZE-LAS NAO NUMERICAS                      *
      *----------------------------------------------------------------*

       SD  SARQSORT.

       01  SRT-REG-LIQUIDACAO.
           05 SRT-SECAO                PIC  9(001).
           05 SRT-CHAVE.
              10 SRT-CPF-CGC           PIC  X(009).
              10 SRT-FILIAL-CGC        PIC  X(004).
              10 SRT-TIPO-IMPED        PIC  X(003).
           05 SRT-DTA-PAGAMENTO        PIC  X(008).
           05 SRT-VALOR-PAGO           PIC  9(013)V99.
           05 SRT-CONTRATO             PIC  X(020).
           05 SRT-ORIGEM               PIC  X(001).
           05 SRT-DTA-REMOCAO          PIC  9(008).
           05 SRT-DIAS-UTEIS           PIC  9(005).
           05 SRT-SITUACAO-PRAZO       PIC  X(001).
           05 SRT-RESULTADO            PIC  X(001).
           05 SRT-COD-REJEICAO         PIC  9(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSB8 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*

       01  ACU-LIDAS-EARQLIQC          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-ENCERRADAS              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-JA-ENCERRADAS           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-MOTIVO-ALTERADO         PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-SEM-RESTRICAO           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-REJEITADAS              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-REMOVIDAS-NO-PRAZO      PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-REMOVIDAS-NO-LIMITE     PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-REMOVIDAS-FORA-PRAZO    PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQHLIQ          PIC  9(009) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-EARQLIQC             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTREST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQHLIQ             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRLIQ             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA E SAIDA ***'.
      *----------------------------------------------------------------*

           COPY RESCWLIQ.

           COPY RESTWDHL.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA LIQUIDACAO CORRENTE ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-EARQLIQC            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQLIQC                         VALUE 'S'.

       01  WRK-MESTRE-ACHADO           PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-NO-MESTRE                         VALUE 'S'.

       01  WRK-DATA-OK                 PIC  X(001)         VALUE 'N'.
           88 WRK-DATA-VALIDA                              VALUE 'S'.

      *    PRAZO LEGAL PARA RETIRAR A RESTRICAO, EM DIAS UTEIS APOS A  *
      *    DATA DO PAGAMENTO                                           *
       01  WRK-DIAS-PRAZO-LEGAL        PIC  9(003)         VALUE 5.

       01  WRK-COD-REJEICAO            PIC  9(002)         VALUE ZEROS.
       01  WRK-RESULTADO               PIC  X(001)         VALUE SPACE.
       01  WRK-SECAO                   PIC  9(001)         VALUE ZEROS.
       01  WRK-DTA-PAGAMENTO           PIC  9(008)         VALUE ZEROS.
       01  WRK-DTA-REMOCAO             PIC  9(008)         VALUE ZEROS.
       01  WRK-SITUACAO-PRAZO          PIC  X(001)         VALUE SPACE.
       01  WRK-ORIGEM                  PIC  X(001)         VALUE SPACE.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VALIDACAO DE DATAS ***'.
      *----------------------------------------------------------------*

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
           '*** AREA DE CONTAGEM DE DIAS ***'.
      *----------------------------------------------------------------*

      *    NUMERO DE SERIE DO DIA - DIAS CORRIDOS DESDE UMA ORIGEM     *
      *    FIXA, PARA OBTER A DIFERENCA ENTRE DUAS DATAS POR SUBTRACAO *
      *    O RESTO DA DIVISAO DO NUMERO DE SERIE POR 7 DA O DIA DA     *
      *    SEMANA: 0 TERCA, 1 QUARTA, 2 QUINTA, 3 SEXTA, 4 SABADO,     *
      *    5 DOMINGO E 6 SEGUNDA                                       *
       01  WRK-DIA-SERIAL              PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-SER-ANO                 PIC  9(004) COMP-3  VALUE ZEROS.
       01  WRK-SER-MES                 PIC  9(002) COMP-3  VALUE ZEROS.
       01  WRK-SER-AUX                 PIC  9(005) COMP-3  VALUE ZEROS.
       01  WRK-SER-QUOC                PIC  9(005) COMP-3  VALUE ZEROS.

       01  WRK-SERIAL-PAGAMENTO        PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-SERIAL-REMOCAO          PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-SERIAL-CONTAGEM         PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-QUOC-SEMANA             PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-DIA-SEMANA              PIC  9(001)         VALUE ZEROS.
           88 WRK-FIM-DE-SEMANA                            VALUE 4 5.

       01  WRK-DIAS-CORRIDOS           PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-SEMANAS                 PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-DIAS-AVULSOS            PIC  9(001) COMP-3  VALUE ZEROS.
       01  WRK-DIAS-CONTADOS           PIC  9(001) COMP-3  VALUE ZEROS.
       01  WRK-DIAS-UTEIS              PIC  9(005) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE EMISSAO DO RELATORIO ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-CLASSIFICACAO       PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-CLASSIFICACAO                    VALUE 'S'.

       01  WRK-SECAO-CORRENTE          PIC  9(001)         VALUE ZEROS.

       01  WRK-LIN-TRACO               PIC  X(132)         VALUE
           ALL '-'.

       01  WRK-LIN-BRANCO              PIC  X(132)         VALUE
           SPACES.

       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC  X(050)         VALUE
              'RESCDSB8 - CONFORMIDADE DAS LIQUIDACOES DA COBRANC'.
           05 FILLER                   PIC  X(018)         VALUE
              'A                 '.
           05 FILLER                   PIC  X(018)         VALUE
              '   PROCESSAMENTO  '.
           05 WRK-CAB-DATA             PIC  9(008).
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LIN-TITULO.
           05 WRK-TIT-DESCRICAO        PIC  X(070).
           05 FILLER                   PIC  X(062)         VALUE SPACES.

       01  WRK-LIN-LEGENDA.
           05 FILLER                   PIC  X(024)         VALUE
              'PRAZO LEGAL DE REMOCAO: '.
           05 WRK-LEG-DIAS-PRAZO       PIC  ZZ9.
           05 FILLER                   PIC  X(050)         VALUE
              ' DIAS UTEIS APOS O PAGAMENTO - *** = REMOCAO NO LI'.
           05 FILLER                   PIC  X(022)         VALUE
              'MITE OU FORA DO PRAZO '.
           05 FILLER                   PIC  X(033)         VALUE SPACES.

       01  WRK-LIN-COLUNAS-REMOCAO.
           05 FILLER                   PIC  X(006)         VALUE SPACES.
           05 FILLER                   PIC  X(014)         VALUE
              'CPF-CGC  /FIL.'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              'TIP'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              'ORI'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              'DT.PAGTO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(020)         VALUE
              '          VALOR PAGO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(020)         VALUE
              'CONTRATO COBRANCA'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              'DT.REMOC'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(007)         VALUE
              'D.UTEIS'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(013)         VALUE
              'PRAZO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(012)         VALUE
              'RESULTADO'.

       01  WRK-LIN-COLUNAS-PENDENTE.
           05 FILLER                   PIC  X(006)         VALUE SPACES.
           05 FILLER                   PIC  X(014)         VALUE
              'CPF-CGC  /FIL.'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              'TIP'.
           05 FILLER                   PIC  X(007)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              'DT.PAGTO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(020)         VALUE
              '          VALOR PAGO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(020)         VALUE
              'CONTRATO COBRANCA'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(045)         VALUE
              'MOTIVO'.
           05 FILLER                   PIC  X(001)         VALUE SPACES.

       01  WRK-LIN-DET-REMOCAO.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-DRM-SINAL            PIC  X(003).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRM-CPF-CGC          PIC  X(009).
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-DRM-FILIAL-CGC       PIC  X(004).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRM-TIPO-IMPED       PIC  X(003).
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-DRM-ORIGEM           PIC  X(001).
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-DRM-DTA-PAGAMENTO    PIC  X(008).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRM-VALOR-PAGO       PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRM-CONTRATO         PIC  X(020).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRM-DTA-REMOCAO      PIC  9(008).
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-DRM-DIAS-UTEIS       PIC  ZZ.ZZ9.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRM-PRAZO            PIC  X(013).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRM-RESULTADO        PIC  X(012).

       01  WRK-LIN-DET-PENDENTE.
           05 FILLER                   PIC  X(006)         VALUE SPACES.
           05 WRK-DPD-CPF-CGC          PIC  X(009).
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-DPD-FILIAL-CGC       PIC  X(004).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DPD-TIPO-IMPED       PIC  X(003).
           05 FILLER                   PIC  X(007)         VALUE SPACES.
           05 WRK-DPD-DTA-PAGAMENTO    PIC  X(008).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DPD-VALOR-PAGO       PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DPD-CONTRATO         PIC  X(020).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DPD-MOTIVO           PIC  X(045).
           05 FILLER                   PIC  X(001)         VALUE SPACES.

       01  WRK-LIN-NENHUMA.
           05 WRK-NEN-DESCRICAO        PIC  X(050).
           05 FILLER                   PIC  X(082)         VALUE SPACES.

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
           '*** RESCDSB8 - FIM DA AREA DE WORKING ***'.
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
               ON ASCENDING KEY SRT-SECAO
                                SRT-CHAVE
                                SRT-DTA-PAGAMENTO
               INPUT PROCEDURE  IS 2000-APLICAR-LIQUIDACOES
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

           OPEN INPUT  EARQLIQC

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQLIQC

           OPEN I-O    MSTREST

           PERFORM 1120-TESTAR-FS-MSTREST

           OPEN EXTEND SARQHLIQ

           PERFORM 1130-TESTAR-FS-SARQHLIQ

           OPEN OUTPUT SARQRLIQ

           PERFORM 1140-TESTAR-FS-SARQRLIQ

           PERFORM 1200-EMITIR-CABECALHO.

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
           MOVE 'RESCDSB8'             TO RESCWCTL-ETAPA
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
      *    TESTAR FILE-STATUS DAS LIQUIDACOES - EARQLIQC               *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-TESTAR-FS-EARQLIQC         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQLIQC          NOT EQUAL ZEROS
              MOVE 'EARQLIQC'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQLIQC     TO WRK-FS
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
      *    TESTAR FILE-STATUS DO HISTORICO DE LIQUIDACOES - SARQHLIQ   *
      *    ('05' = ARQUIVO CRIADO NESTA EXECUCAO)                      *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-SARQHLIQ         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQHLIQ          NOT EQUAL ZEROS
              AND WRK-FS-SARQHLIQ      NOT EQUAL '05'
              MOVE 'SARQHLIQ'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQHLIQ     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO RELATORIO DE CONFORMIDADE - SARQRLIQ  *
      ******************************************************************
      *----------------------------------------------------------------*
       1140-TESTAR-FS-SARQRLIQ         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRLIQ          NOT EQUAL ZEROS
              MOVE 'SARQRLIQ'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQRLIQ     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0040'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O CABECALHO DO RELATORIO                             *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-EXECUCAO      TO WRK-CAB-DATA

           WRITE FD-SARQRLIQ           FROM WRK-LIN-TRACO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQRLIQ

           WRITE FD-SARQRLIQ           FROM WRK-LIN-CABEC1

           PERFORM 1140-TESTAR-FS-SARQRLIQ

           WRITE FD-SARQRLIQ           FROM WRK-LIN-TRACO

           PERFORM 1140-TESTAR-FS-SARQRLIQ

           MOVE WRK-DIAS-PRAZO-LEGAL   TO WRK-LEG-DIAS-PRAZO

           WRITE FD-SARQRLIQ           FROM WRK-LIN-LEGENDA

           PERFORM 1140-TESTAR-FS-SARQRLIQ.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT - APLICAR AS LIQUIDACOES DO *
      *    DIA NO MESTRE, NA ORDEM DO ARQUIVO                          *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-APLICAR-LIQUIDACOES        SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-TRATAR-LIQUIDACAO
               UNTIL WRK-ESGOTOU-EARQLIQC.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A PROXIMA LIQUIDACAO, VALIDA-LA, APLICA-LA NO MESTRE,   *
      *    GRAVAR O HISTORICO E LIBERAR A LINHA DO RELATORIO           *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-TRATAR-LIQUIDACAO          SECTION.
      *----------------------------------------------------------------*

           READ EARQLIQC               INTO RESCWLIQ-REG-LIQUIDACAO

           IF WRK-FS-EARQLIQC          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQLIQC
              GO                       TO 2100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQLIQC

           ADD 1                       TO ACU-LIDAS-EARQLIQC

           MOVE ZEROS                  TO WRK-COD-REJEICAO
                                          WRK-DTA-REMOCAO
                                          WRK-DIAS-UTEIS
           MOVE SPACE                  TO WRK-SITUACAO-PRAZO
                                          WRK-ORIGEM

           PERFORM 2200-VALIDAR-LIQUIDACAO

           IF WRK-COD-REJEICAO         NOT EQUAL ZEROS
              MOVE 'R'                 TO WRK-RESULTADO
              MOVE 3                   TO WRK-SECAO
              ADD 1                    TO ACU-REJEITADAS
              PERFORM 2800-GRAVAR-HISTORICO
              PERFORM 2900-LIBERAR-LINHA
              GO                       TO 2100-99-FIM
           END-IF

           PERFORM 2300-LOCALIZAR-NO-MESTRE

           IF NOT WRK-EXISTE-NO-MESTRE
              MOVE 'S'                 TO WRK-RESULTADO
              MOVE 2                   TO WRK-SECAO
              ADD 1                    TO ACU-SEM-RESTRICAO
              PERFORM 2800-GRAVAR-HISTORICO
              PERFORM 2900-LIBERAR-LINHA
              GO                       TO 2100-99-FIM
           END-IF

           MOVE 1                      TO WRK-SECAO
           MOVE RESTWMST-ORIGEM        TO WRK-ORIGEM

           IF RESTWMST-ATIVA
              PERFORM 2400-ENCERRAR-POR-LIQUIDACAO
           ELSE
              PERFORM 2450-TRATAR-JA-ENCERRADA
           END-IF

           PERFORM 2500-APURAR-DIAS-UTEIS

           PERFORM 2600-APURAR-SITUACAO-PRAZO

           PERFORM 2800-GRAVAR-HISTORICO

           PERFORM 2900-LIBERAR-LINHA.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    VALIDAR A LIQUIDACAO CORRENTE - DEVOLVE O CODIGO DE         *
      *    REJEICAO (BOOK RESTWDHL) OU ZEROS SE VALIDA                 *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-VALIDAR-LIQUIDACAO         SECTION.
      *----------------------------------------------------------------*

           IF RESCWLIQ-CPF-CGC         NOT NUMERIC
              OR RESCWLIQ-FILIAL-CGC   NOT NUMERIC
              OR RESCWLIQ-TIPO-IMPED   NOT NUMERIC
              MOVE 01                  TO WRK-COD-REJEICAO
              GO                       TO 2200-99-FIM
           END-IF

           IF RESCWLIQ-DTA-PAGAMENTO   NOT NUMERIC
              MOVE 02                  TO WRK-COD-REJEICAO
              GO                       TO 2200-99-FIM
           END-IF

           MOVE RESCWLIQ-DTA-PAGAMENTO TO WRK-DTA-PAGAMENTO
                                          WRK-DATA

           PERFORM 2250-CONFERIR-DATA

           IF NOT WRK-DATA-VALIDA
              MOVE 02                  TO WRK-COD-REJEICAO
              GO                       TO 2200-99-FIM
           END-IF

           IF WRK-DTA-PAGAMENTO        GREATER WRK-DTA-PROCESSAMENTO
              MOVE 03                  TO WRK-COD-REJEICAO
              GO                       TO 2200-99-FIM
           END-IF

           IF RESCWLIQ-VALOR-PAGO      NOT NUMERIC
              MOVE 04                  TO WRK-COD-REJEICAO
              GO                       TO 2200-99-FIM
           END-IF

           IF RESCWLIQ-VALOR-PAGO      EQUAL ZEROS
              MOVE 04                  TO WRK-COD-REJEICAO
              GO                       TO 2200-99-FIM
           END-IF

           IF RESCWLIQ-CONTRATO        EQUAL SPACES
              MOVE 05                  TO WRK-COD-REJEICAO
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONFERIR SE WRK-DATA (AAAAMMDD) E UMA DATA DE CALENDARIO    *
      ******************************************************************
      *----------------------------------------------------------------*
       2250-CONFERIR-DATA              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DATA-OK

           IF WRK-ANO                  LESS 1900
              OR WRK-MES               LESS 01
              OR WRK-MES               GREATER 12
              OR WRK-DIA               LESS 01
              GO                       TO 2250-99-FIM
           END-IF

           PERFORM 2260-APURAR-DIAS-NO-MES

           IF WRK-DIA                  NOT GREATER WRK-DIAS-MES
              MOVE 'S'                 TO WRK-DATA-OK
           END-IF.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    APURAR A QUANTIDADE DE DIAS DO MES/ANO EM WRK-DATA          *
      ******************************************************************
      *----------------------------------------------------------------*
       2260-APURAR-DIAS-NO-MES         SECTION.
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
       2260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LOCALIZAR NO MESTRE A CHAVE DA LIQUIDACAO CORRENTE          *
      ******************************************************************
      *----------------------------------------------------------------*
       2300-LOCALIZAR-NO-MESTRE        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-MESTRE-ACHADO

           MOVE RESCWLIQ-CHAVE         TO RESTWMST-CHAVE

           READ MSTREST

           IF WRK-FS-MSTREST           EQUAL '23'
              GO                       TO 2300-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTREST

           MOVE 'S'                    TO WRK-MESTRE-ACHADO.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ENCERRAR A RESTRICAO ATIVA POR LIQUIDACAO - A REMOCAO E NO  *
      *    DIA, POIS O RESCDSA5 DESTA NOITE JA NAO A ENVIA. UMA        *
      *    SUSPENSAO EVENTUAL E MANTIDA PARA O CASO SER LEVANTADO      *
      *    NORMALMENTE NO RESCDSB6                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       2400-ENCERRAR-POR-LIQUIDACAO    SECTION.
      *----------------------------------------------------------------*

           MOVE 'E'                    TO RESTWMST-SITUACAO
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWMST-DTA-ENCERRAMENTO
           MOVE 'L'                    TO RESTWMST-MOTIVO-ENCERRAMENTO

           PERFORM 2470-REGRAVAR-MESTRE

           MOVE 'E'                    TO WRK-RESULTADO
           MOVE WRK-DTA-PROCESSAMENTO  TO WRK-DTA-REMOCAO

           ADD 1                       TO ACU-ENCERRADAS.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TRATAR A LIQUIDACAO DE UMA RESTRICAO JA ENCERRADA - A       *
      *    REMOCAO E A DATA DE ENCERRAMENTO EXISTENTE. A CHAVE         *
      *    ENCERRADA POR AUSENCIA PASSA A TER O MOTIVO L, PARA NAO SER *
      *    REATIVADA PELA MESMA DIVIDA; O ENCERRAMENTO FORCADO E       *
      *    MANTIDO COMO ESTA                                           *
      ******************************************************************
      *----------------------------------------------------------------*
       2450-TRATAR-JA-ENCERRADA        SECTION.
      *----------------------------------------------------------------*

           MOVE 'J'                    TO WRK-RESULTADO
           MOVE RESTWMST-DTA-ENCERRAMENTO
                                       TO WRK-DTA-REMOCAO

           ADD 1                       TO ACU-JA-ENCERRADAS

           IF RESTWMST-ENC-AUSENCIA
              MOVE 'L'                 TO RESTWMST-MOTIVO-ENCERRAMENTO
              PERFORM 2470-REGRAVAR-MESTRE
              ADD 1                    TO ACU-MOTIVO-ALTERADO
           END-IF.

      *----------------------------------------------------------------*
       2450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGRAVAR NO MESTRE O REGISTRO DA CHAVE CORRENTE             *
      ******************************************************************
      *----------------------------------------------------------------*
       2470-REGRAVAR-MESTRE            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWMST-DTA-ULT-ATUALIZ

           REWRITE RESTWMST-REG-MESTRE

           MOVE WRK-REGRAVACAO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTREST.

      *----------------------------------------------------------------*
       2470-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    APURAR OS DIAS UTEIS ENTRE O PAGAMENTO E A REMOCAO - CONTA  *
      *    OS DIAS DE SEGUNDA A SEXTA DEPOIS DO PAGAMENTO ATE A        *
      *    REMOCAO, INCLUSIVE: CADA SEMANA CHEIA TEM 5 DIAS UTEIS E OS *
      *    DIAS QUE SOBRAM SAO CONFERIDOS UM A UM. REMOCAO ATE O DIA   *
      *    DO PAGAMENTO CONTA ZERO                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       2500-APURAR-DIAS-UTEIS          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DIAS-UTEIS

           MOVE WRK-DTA-PAGAMENTO      TO WRK-DATA

           PERFORM 2700-APURAR-DIA-SERIAL

           MOVE WRK-DIA-SERIAL         TO WRK-SERIAL-PAGAMENTO

           MOVE WRK-DTA-REMOCAO        TO WRK-DATA

           PERFORM 2700-APURAR-DIA-SERIAL

           MOVE WRK-DIA-SERIAL         TO WRK-SERIAL-REMOCAO

           IF WRK-SERIAL-REMOCAO       NOT GREATER WRK-SERIAL-PAGAMENTO
              GO                       TO 2500-99-FIM
           END-IF

           SUBTRACT WRK-SERIAL-PAGAMENTO
                                       FROM WRK-SERIAL-REMOCAO
                                       GIVING WRK-DIAS-CORRIDOS

           DIVIDE WRK-DIAS-CORRIDOS    BY 7
                                       GIVING WRK-SEMANAS
                                       REMAINDER WRK-DIAS-AVULSOS

           MULTIPLY WRK-SEMANAS        BY 5
                                       GIVING WRK-DIAS-UTEIS

           SUBTRACT WRK-DIAS-AVULSOS   FROM WRK-SERIAL-REMOCAO
                                       GIVING WRK-SERIAL-CONTAGEM

           MOVE ZEROS                  TO WRK-DIAS-CONTADOS

           PERFORM 2510-CONFERIR-DIA-AVULSO
               UNTIL WRK-DIAS-CONTADOS NOT LESS WRK-DIAS-AVULSOS.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    AVANCAR UM DIA DOS QUE SOBRARAM DAS SEMANAS CHEIAS E        *
      *    CONTA-LO SE NAO FOR SABADO NEM DOMINGO                      *
      ******************************************************************
      *----------------------------------------------------------------*
       2510-CONFERIR-DIA-AVULSO        SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-SERIAL-CONTAGEM
                                          WRK-DIAS-CONTADOS

           DIVIDE WRK-SERIAL-CONTAGEM  BY 7
                                       GIVING WRK-QUOC-SEMANA
                                       REMAINDER WRK-DIA-SEMANA

           IF NOT WRK-FIM-DE-SEMANA
              ADD 1                    TO WRK-DIAS-UTEIS
           END-IF.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CLASSIFICAR A REMOCAO CONTRA O PRAZO LEGAL EM DIAS UTEIS    *
      ******************************************************************
      *----------------------------------------------------------------*
       2600-APURAR-SITUACAO-PRAZO      SECTION.
      *----------------------------------------------------------------*

           IF WRK-DIAS-UTEIS           LESS WRK-DIAS-PRAZO-LEGAL
              MOVE 'P'                 TO WRK-SITUACAO-PRAZO
              ADD 1                    TO ACU-REMOVIDAS-NO-PRAZO
              GO                       TO 2600-99-FIM
           END-IF

           IF WRK-DIAS-UTEIS           EQUAL WRK-DIAS-PRAZO-LEGAL
              MOVE 'L'                 TO WRK-SITUACAO-PRAZO
              ADD 1                    TO ACU-REMOVIDAS-NO-LIMITE
           ELSE
              MOVE 'V'                 TO WRK-SITUACAO-PRAZO
              ADD 1                    TO ACU-REMOVIDAS-FORA-PRAZO
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    APURAR O NUMERO DE SERIE DO DIA DE WRK-DATA (AAAAMMDD):     *
      *    CONTANDO O ANO A PARTIR DE MARCO, O DIA 29/02 FICA NO FIM   *
      *    DO ANO E OS MESES TEM COMPRIMENTO REGULAR -                 *
      *    365*A + A/4 - A/100 + A/400 + (153*(M-3)+2)/5 + D           *
      ******************************************************************
      *----------------------------------------------------------------*
       2700-APURAR-DIA-SERIAL          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ANO                TO WRK-SER-ANO
           MOVE WRK-MES                TO WRK-SER-MES

           IF WRK-SER-MES              LESS 3
              SUBTRACT 1               FROM WRK-SER-ANO
              ADD 12                   TO WRK-SER-MES
           END-IF

           MULTIPLY WRK-SER-ANO        BY 365
                                       GIVING WRK-DIA-SERIAL

           DIVIDE WRK-SER-ANO          BY 4
                                       GIVING WRK-SER-QUOC
           ADD WRK-SER-QUOC            TO WRK-DIA-SERIAL

           DIVIDE WRK-SER-ANO          BY 100
                                       GIVING WRK-SER-QUOC
           SUBTRACT WRK-SER-QUOC       FROM WRK-DIA-SERIAL

           DIVIDE WRK-SER-ANO          BY 400
                                       GIVING WRK-SER-QUOC
           ADD WRK-SER-QUOC            TO WRK-DIA-SERIAL

           SUBTRACT 3                  FROM WRK-SER-MES

           MULTIPLY WRK-SER-MES        BY 153
                                       GIVING WRK-SER-AUX
           ADD 2                       TO WRK-SER-AUX

           DIVIDE WRK-SER-AUX          BY 5
                                       GIVING WRK-SER-QUOC
           ADD WRK-SER-QUOC            TO WRK-DIA-SERIAL

           ADD WRK-DIA                 TO WRK-DIA-SERIAL.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR NO HISTORICO A LIQUIDACAO CORRENTE COM O RESULTADO   *
      ******************************************************************
      *----------------------------------------------------------------*
       2800-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDHL-REG-HISTORICO
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWDHL-DTA-PROCESSAMENTO
           MOVE WRK-RESULTADO          TO RESTWDHL-RESULTADO
           MOVE WRK-COD-REJEICAO       TO RESTWDHL-COD-REJEICAO
           MOVE WRK-DTA-REMOCAO        TO RESTWDHL-DTA-REMOCAO
           MOVE WRK-DIAS-UTEIS         TO RESTWDHL-DIAS-UTEIS
           MOVE WRK-SITUACAO-PRAZO     TO RESTWDHL-SITUACAO-PRAZO
           MOVE RESCWLIQ-REG-LIQUIDACAO
                                       TO RESTWDHL-LIQUIDACAO

           WRITE FD-SARQHLIQ           FROM RESTWDHL-REG-HISTORICO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-SARQHLIQ

           ADD 1                       TO ACU-GRAVS-SARQHLIQ.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR PARA A CLASSIFICACAO A LINHA DO RELATORIO DA        *
      *    LIQUIDACAO CORRENTE                                         *
      ******************************************************************
      *----------------------------------------------------------------*
       2900-LIBERAR-LINHA              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SECAO              TO SRT-SECAO
           MOVE RESCWLIQ-CHAVE         TO SRT-CHAVE
           MOVE RESCWLIQ-DTA-PAGAMENTO TO SRT-DTA-PAGAMENTO
           MOVE RESCWLIQ-CONTRATO      TO SRT-CONTRATO
           MOVE WRK-ORIGEM             TO SRT-ORIGEM
           MOVE WRK-DTA-REMOCAO        TO SRT-DTA-REMOCAO
           MOVE WRK-DIAS-UTEIS         TO SRT-DIAS-UTEIS
           MOVE WRK-SITUACAO-PRAZO     TO SRT-SITUACAO-PRAZO
           MOVE WRK-RESULTADO          TO SRT-RESULTADO
           MOVE WRK-COD-REJEICAO       TO SRT-COD-REJEICAO

           IF RESCWLIQ-VALOR-PAGO      NUMERIC
              MOVE RESCWLIQ-VALOR-PAGO TO SRT-VALOR-PAGO
           ELSE
              MOVE ZEROS               TO SRT-VALOR-PAGO
           END-IF

           RELEASE SRT-REG-LIQUIDACAO.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE SAIDA DO SORT - EMITIR AS TRES SECOES DO    *
      *    RELATORIO E O RESUMO                                        *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-EMITIR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           PERFORM 3010-RETORNAR-LINHA

           MOVE 1                      TO WRK-SECAO-CORRENTE

           PERFORM 3100-EMITIR-SECAO
               UNTIL WRK-SECAO-CORRENTE GREATER 3

           PERFORM 3900-EMITIR-RESUMO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    RETORNAR A PROXIMA LINHA DA CLASSIFICACAO                   *
      ******************************************************************
      *----------------------------------------------------------------*
       3010-RETORNAR-LINHA             SECTION.
      *----------------------------------------------------------------*

           RETURN SARQSORT
               AT END
                  MOVE 'S'             TO WRK-FIM-CLASSIFICACAO
           END-RETURN.

      *----------------------------------------------------------------*
       3010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O TITULO, AS COLUNAS E AS LINHAS DA SECAO CORRENTE   *
      ******************************************************************
      *----------------------------------------------------------------*
       3100-EMITIR-SECAO               SECTION.
      *----------------------------------------------------------------*

           IF WRK-SECAO-CORRENTE       EQUAL 1
              MOVE
              'LIQUIDACOES COM RESTRICAO NO MESTRE - PRAZO DE REMOCAO'
                                       TO WRK-TIT-DESCRICAO
           END-IF

           IF WRK-SECAO-CORRENTE       EQUAL 2
              MOVE 'LIQUIDACOES SEM RESTRICAO CORRESPONDENTE NO MESTRE'
                                       TO WRK-TIT-DESCRICAO
           END-IF

           IF WRK-SECAO-CORRENTE       EQUAL 3
              MOVE 'LIQUIDACOES REJEITADAS'
                                       TO WRK-TIT-DESCRICAO
           END-IF

           WRITE FD-SARQRLIQ           FROM WRK-LIN-BRANCO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQRLIQ

           WRITE FD-SARQRLIQ           FROM WRK-LIN-TITULO

           PERFORM 1140-TESTAR-FS-SARQRLIQ

           IF WRK-SECAO-CORRENTE       EQUAL 1
              WRITE FD-SARQRLIQ        FROM WRK-LIN-COLUNAS-REMOCAO
           ELSE
              WRITE FD-SARQRLIQ        FROM WRK-LIN-COLUNAS-PENDENTE
           END-IF

           PERFORM 1140-TESTAR-FS-SARQRLIQ

           IF WRK-ESGOTOU-CLASSIFICACAO
              OR SRT-SECAO             NOT EQUAL WRK-SECAO-CORRENTE
              MOVE '  NENHUMA LIQUIDACAO NESTA SITUACAO'
                                       TO WRK-NEN-DESCRICAO
              WRITE FD-SARQRLIQ        FROM WRK-LIN-NENHUMA
              PERFORM 1140-TESTAR-FS-SARQRLIQ
           END-IF

           PERFORM 3200-EMITIR-LINHA
               UNTIL WRK-ESGOTOU-CLASSIFICACAO
                  OR SRT-SECAO         NOT EQUAL WRK-SECAO-CORRENTE

           ADD 1                       TO WRK-SECAO-CORRENTE.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A LINHA CORRENTE E RETORNAR A PROXIMA                *
      ******************************************************************
      *----------------------------------------------------------------*
       3200-EMITIR-LINHA               SECTION.
      *----------------------------------------------------------------*

           IF SRT-SECAO                EQUAL 1
              PERFORM 3300-EMITIR-REMOCAO
           ELSE
              PERFORM 3400-EMITIR-PENDENTE
           END-IF

           PERFORM 3010-RETORNAR-LINHA.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A LINHA DE UMA LIQUIDACAO COM RESTRICAO NO MESTRE -  *
      *    A REMOCAO NO LIMITE OU FORA DO PRAZO SAI DESTACADA          *
      ******************************************************************
      *----------------------------------------------------------------*
       3300-EMITIR-REMOCAO             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DRM-SINAL

           IF SRT-SITUACAO-PRAZO       EQUAL 'P'
              MOVE 'NO PRAZO'          TO WRK-DRM-PRAZO
           END-IF

           IF SRT-SITUACAO-PRAZO       EQUAL 'L'
              MOVE '***'               TO WRK-DRM-SINAL
              MOVE 'NO LIMITE'         TO WRK-DRM-PRAZO
           END-IF

           IF SRT-SITUACAO-PRAZO       EQUAL 'V'
              MOVE '***'               TO WRK-DRM-SINAL
              MOVE 'FORA DO PRAZO'     TO WRK-DRM-PRAZO
           END-IF

           IF SRT-RESULTADO            EQUAL 'E'
              MOVE 'ENCERRADA'         TO WRK-DRM-RESULTADO
           ELSE
              MOVE 'JA ENCERRADA'      TO WRK-DRM-RESULTADO
           END-IF

           MOVE SRT-CPF-CGC            TO WRK-DRM-CPF-CGC
           MOVE SRT-FILIAL-CGC         TO WRK-DRM-FILIAL-CGC
           MOVE SRT-TIPO-IMPED         TO WRK-DRM-TIPO-IMPED
           MOVE SRT-ORIGEM             TO WRK-DRM-ORIGEM
           MOVE SRT-DTA-PAGAMENTO      TO WRK-DRM-DTA-PAGAMENTO
           MOVE SRT-VALOR-PAGO         TO WRK-DRM-VALOR-PAGO
           MOVE SRT-CONTRATO           TO WRK-DRM-CONTRATO
           MOVE SRT-DTA-REMOCAO        TO WRK-DRM-DTA-REMOCAO
           MOVE SRT-DIAS-UTEIS         TO WRK-DRM-DIAS-UTEIS

           WRITE FD-SARQRLIQ           FROM WRK-LIN-DET-REMOCAO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQRLIQ.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A LINHA DE UMA LIQUIDACAO SEM RESTRICAO NO MESTRE OU *
      *    REJEITADA, COM O MOTIVO                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       3400-EMITIR-PENDENTE            SECTION.
      *----------------------------------------------------------------*

           IF SRT-RESULTADO            EQUAL 'S'
              MOVE 'NENHUMA RESTRICAO NO MESTRE PARA A CHAVE'
                                       TO WRK-DPD-MOTIVO
           END-IF

           IF SRT-COD-REJEICAO         EQUAL 01
              MOVE '01 - CHAVE NAO NUMERICA'
                                       TO WRK-DPD-MOTIVO
           END-IF

           IF SRT-COD-REJEICAO         EQUAL 02
              MOVE '02 - DATA DE PAGAMENTO INVALIDA'
                                       TO WRK-DPD-MOTIVO
           END-IF

           IF SRT-COD-REJEICAO         EQUAL 03
              MOVE '03 - DATA DE PAGAMENTO POSTERIOR AO PROCESSAM.'
                                       TO WRK-DPD-MOTIVO
           END-IF

           IF SRT-COD-REJEICAO         EQUAL 04
              MOVE '04 - VALOR PAGO NAO NUMERICO OU ZERADO'
                                       TO WRK-DPD-MOTIVO
           END-IF

           IF SRT-COD-REJEICAO         EQUAL 05
              MOVE '05 - CONTRATO NAO INFORMADO'
                                       TO WRK-DPD-MOTIVO
           END-IF

           MOVE SRT-CPF-CGC            TO WRK-DPD-CPF-CGC
           MOVE SRT-FILIAL-CGC         TO WRK-DPD-FILIAL-CGC
           MOVE SRT-TIPO-IMPED         TO WRK-DPD-TIPO-IMPED
           MOVE SRT-DTA-PAGAMENTO      TO WRK-DPD-DTA-PAGAMENTO
           MOVE SRT-VALOR-PAGO         TO WRK-DPD-VALOR-PAGO
           MOVE SRT-CONTRATO           TO WRK-DPD-CONTRATO

           WRITE FD-SARQRLIQ           FROM WRK-LIN-DET-PENDENTE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQRLIQ.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O RESUMO FINAL DO RELATORIO                          *
      ******************************************************************
      *----------------------------------------------------------------*
       3900-EMITIR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRLIQ           FROM WRK-LIN-BRANCO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQRLIQ

           WRITE FD-SARQRLIQ           FROM WRK-LIN-TRACO

           PERFORM 1140-TESTAR-FS-SARQRLIQ

           MOVE 'LIQUIDACOES RECEBIDAS .......................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDAS-EARQLIQC     TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'RESTRICOES ENCERRADAS NO DIA ................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ENCERRADAS         TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'RESTRICOES JA ENCERRADAS NO MESTRE ..........'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-JA-ENCERRADAS      TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'LIQUIDACOES SEM RESTRICAO CORRESPONDENTE ....'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SEM-RESTRICAO      TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'LIQUIDACOES REJEITADAS ......................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REJEITADAS         TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'REMOCOES DENTRO DO PRAZO LEGAL ..............'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REMOVIDAS-NO-PRAZO TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'REMOCOES NO ULTIMO DIA DO PRAZO (***) .......'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REMOVIDAS-NO-LIMITE
                                       TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'REMOCOES FORA DO PRAZO LEGAL (***) ..........'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REMOVIDAS-FORA-PRAZO
                                       TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR UMA LINHA DO RESUMO FINAL                            *
      ******************************************************************
      *----------------------------------------------------------------*
       3950-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRLIQ           FROM WRK-LIN-RESUMO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQRLIQ.

      *----------------------------------------------------------------*
       3950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FINALIZACAO                                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 4100-EMITIR-TOTAIS

           CLOSE EARQLIQC
                 MSTREST
                 SARQHLIQ
                 SARQRLIQ

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQLIQC

           PERFORM 1120-TESTAR-FS-MSTREST

           PERFORM 1130-TESTAR-FS-SARQHLIQ

           PERFORM 1140-TESTAR-FS-SARQRLIQ

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
           '*********************** RESCDSB8 ***********************'.
           DISPLAY
           '*                                                      *'.
           DISPLAY
           '*     RESULTADO DAS LIQUIDACOES DA COBRANCA:           *'.
           DISPLAY
           '*                                                      *'.

           MOVE ACU-LIDAS-EARQLIQC     TO WRK-MASC

           DISPLAY
           '* LIQUIDACOES LIDAS NO EARQLIQC     =>     ' WRK-MASC ' *'

           MOVE ACU-ENCERRADAS         TO WRK-MASC

           DISPLAY
           '* RESTRICOES ENCERRADAS NO MESTRE   =>     ' WRK-MASC ' *'

           MOVE ACU-JA-ENCERRADAS      TO WRK-MASC

           DISPLAY
           '* RESTRICOES JA ENCERRADAS          =>     ' WRK-MASC ' *'

           MOVE ACU-MOTIVO-ALTERADO    TO WRK-MASC

           DISPLAY
           '*   COM MOTIVO PASSADO A LIQUIDACAO =>     ' WRK-MASC ' *'

           MOVE ACU-SEM-RESTRICAO      TO WRK-MASC

           DISPLAY
           '* SEM RESTRICAO CORRESPONDENTE      =>     ' WRK-MASC ' *'

           MOVE ACU-REJEITADAS         TO WRK-MASC

           DISPLAY
           '* LIQUIDACOES REJEITADAS            =>     ' WRK-MASC ' *'

           MOVE ACU-REMOVIDAS-FORA-PRAZO
                                       TO WRK-MASC

           DISPLAY
           '* REMOCOES FORA DO PRAZO LEGAL      =>     ' WRK-MASC ' *'

           MOVE ACU-GRAVS-SARQHLIQ     TO WRK-MASC

           DISPLAY
           '* REGISTROS GRAVADOS NO SARQHLIQ    =>     ' WRK-MASC ' *'

           DISPLAY
           '********************************************************'.

      *----------------------------------------------------------------*
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

           MOVE 'LIDAS EARQLIQC'       TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-LIDAS-EARQLIQC     TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'ENCERRADAS'           TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-ENCERRADAS         TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'REJEITADAS'           TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-REJEITADAS         TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'REMOVIDAS FORA PRAZO' TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-REMOVIDAS-FORA-PRAZO
                                       TO RESCWCTL-QTD-CONTADOR-4

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

           MOVE 'RESCDSB8'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
