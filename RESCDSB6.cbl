      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSB6.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSB6                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: APLICAR NO MESTRE DE RESTRICOES (MSTREST) AS  *
      * TRANSACOES DE CONTESTACAO E SUSPENSAO JUDICIAL DO DIA          *
      * (EARQMCTS): SUSPENDER POR CONTESTACAO DO DEVEDOR (SC),         *
      * SUSPENDER POR DETERMINACAO JUDICIAL (SJ), LEVANTAR A           *
      * SUSPENSAO OU O ENCERRAMENTO FORCADO (LV) E ENCERRAR A          *
      * RESTRICAO A FORCA (EF). CADA TRANSACAO CARREGA PROTOCOLO,      *
      * OPERADOR, MOTIVO E DATAS, E E VALIDADA CONTRA A SITUACAO DA    *
      * CHAVE NO MESTRE. O CASO CORRENTE DE CADA CHAVE FICA NO         *
      * CADASTRO DE CONTESTACOES (MSTCTST) E TODA TRANSACAO, APLICADA  *
      * OU REJEITADA, E GRAVADA NO HISTORICO SARQHCTS. A CHAVE         *
      * SUSPENSA CONTINUA SENDO ATUALIZADA PELO RESCDSA3 MAS NAO E     *
      * ENVIADA AO BUREAU PELO RESCDSA5; A CHAVE ENCERRADA A FORCA NAO *
      * E REATIVADA PELO RESCDSA3 ATE SER LEVANTADA. O RELATORIO       *
      * SARQRCTS LISTA AS TRANSACOES DO DIA E, EM SEGUIDA, OS CASOS    *
      * ABERTOS DO MAIS ANTIGO PARA O MAIS NOVO, COM A IDADE EM DIAS E *
      * A SITUACAO DO PRAZO LEGAL DE RESPOSTA.                         *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     EARQMCTS            I                      RESCWMCT        *
      *     MSTREST            I/O                     RESTWMST        *
      *     MSTCTST            I/O                     RESTWCTS        *
      *     SARQHCTS            O  (ACRESCIMO)         RESTWDHC        *
      *     SARQRCTS            O                      RELATORIO 132   *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESCWMCT - LAYOUT DAS TRANSACOES DE CONTESTACAO             *
      *    RESTWMST - LAYOUT DO ARQUIVO MESTRE DE RESTRICOES           *
      *    RESTWCTS - LAYOUT DO CADASTRO DE CONTESTACOES               *
      *    RESTWDHC - LAYOUT DO HISTORICO DE TRANSACOES DE CONTESTACAO *
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

           SELECT EARQMCTS ASSIGN      TO UT-S-EARQMCTS
                      FILE STATUS      IS WRK-FS-EARQMCTS.

           SELECT MSTREST  ASSIGN      TO MSTREST
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWMST-CHAVE
                      FILE STATUS      IS WRK-FS-MSTREST.

           SELECT OPTIONAL MSTCTST
                      ASSIGN           TO MSTCTST
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWCTS-CHAVE
                      FILE STATUS      IS WRK-FS-MSTCTST.

           SELECT SARQHCTS ASSIGN      TO UT-S-SARQHCTS
                      FILE STATUS      IS WRK-FS-SARQHCTS.

           SELECT SARQRCTS ASSIGN      TO UT-S-SARQRCTS
                      FILE STATUS      IS WRK-FS-SARQRCTS.

           SELECT SARQSORT ASSIGN      TO UT-S-SORTWK.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT - TRANSACOES DE CONTESTACAO DO DIA (EARQMCTS)         *
      *                                -  LRECL   = 150                *
      *----------------------------------------------------------------*

       FD  EARQMCTS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQMCTS                 PIC  X(150).

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
      *    I/O - CADASTRO DE CONTESTACOES E SUSPENSOES (MSTCTST)       *
      *                                -  LRECL   = 200                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWCTS E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  MSTCTST
           LABEL RECORD IS STANDARD.

           COPY RESTWCTS.

      *----------------------------------------------------------------*
      *    OUTPUT - HISTORICO DE TRANSACOES DE CONTESTACAO (SARQHCTS)  *
      *                                -  LRECL   = 200                *
      *----------------------------------------------------------------*

       FD  SARQHCTS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQHCTS                 PIC  X(200).

      *----------------------------------------------------------------*
      *    OUTPUT - RELATORIO DE CONTESTACOES (SARQRCTS)               *
      *                                -  LRECL   = 132                *
      *----------------------------------------------------------------*

       FD  SARQRCTS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQRCTS                 PIC  X(132).

      *----------------------------------------------------------------*
      *    TRABALHO - CLASSIFICACAO DOS CASOS ABERTOS POR DATA DE      *
      *    ABERTURA E CHAVE                                            *
      *----------------------------------------------------------------*

       SD  SARQSORT.

       01  SRT-REG-ABERTA.
           05 SRT-DTA-ABERTURA         PIC  9(008).
           05 SRT-CHAVE.
              10 SRT-CPF-CGC           PIC  9(009).
              10 SRT-FILIAL-CGC        PIC  9(004).
              10 SRT-TIPO-IMPED        PIC  9(003).
           05 SRT-TIPO-SUSPENSAO       PIC  X(001).
           05 SRT-PROTOCOLO            PIC  X(020).
           05 SRT-OPERADOR             PIC  X(008).
           05 SRT-DTA-SUSPENSAO        PIC  9(008).
           05 SRT-DTA-PRAZO            PIC  9(008).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSB6 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*

       01  ACU-LIDAS-EARQMCTS          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-APLICADAS               PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-REJEITADAS              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-SUSP-CONTESTACAO        PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-SUSP-JUDICIAL           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LEVANTADAS              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-ENCERRADAS-FORCA        PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQHCTS          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CASOS-ABERTOS           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-FAIXA-ATE-5             PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-FAIXA-6-A-10            PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-FAIXA-11-A-30           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-FAIXA-ACIMA-30          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-PRAZO-VENCIDO           PIC  9(009) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-EARQMCTS             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTREST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTCTST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQHCTS             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRCTS             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA E SAIDA ***'.
      *----------------------------------------------------------------*

           COPY RESCWMCT.

           COPY RESTWDHC.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA TRANSACAO CORRENTE ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-EARQMCTS            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQMCTS                         VALUE 'S'.

       01  WRK-FIM-MSTCTST             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-MSTCTST                          VALUE 'S'.

       01  WRK-CONTESTACAO-ACHADA      PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-CONTESTACAO                       VALUE 'S'.

       01  WRK-DATA-OK                 PIC  X(001)         VALUE 'N'.
           88 WRK-DATA-VALIDA                              VALUE 'S'.

      *    PRAZO LEGAL DE RESPOSTA, EM DIAS CORRIDOS A PARTIR DA       *
      *    ABERTURA, QUANDO A TRANSACAO NAO INFORMA O PRAZO            *
       01  WRK-DIAS-PRAZO-PADRAO       PIC  9(003)         VALUE 10.

       01  WRK-COD-REJEICAO            PIC  9(002)         VALUE ZEROS.
       01  WRK-DTA-ABERTURA            PIC  9(008)         VALUE ZEROS.
       01  WRK-DTA-PRAZO               PIC  9(008)         VALUE ZEROS.
       01  WRK-DIAS-SOMADOS            PIC  9(003)         VALUE ZEROS.

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
       01  WRK-DIA-SERIAL              PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-SER-ANO                 PIC  9(004) COMP-3  VALUE ZEROS.
       01  WRK-SER-MES                 PIC  9(002) COMP-3  VALUE ZEROS.
       01  WRK-SER-AUX                 PIC  9(005) COMP-3  VALUE ZEROS.
       01  WRK-SER-QUOC                PIC  9(005) COMP-3  VALUE ZEROS.

       01  WRK-SERIAL-EXECUCAO         PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-SERIAL-ABERTURA         PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-SERIAL-PRAZO            PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-IDADE                   PIC  9(005) COMP-3  VALUE ZEROS.
       01  WRK-DIAS-PRAZO              PIC  9(005) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE EMISSAO DO RELATORIO ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-CLASSIFICACAO       PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-CLASSIFICACAO                    VALUE 'S'.

       01  WRK-LIN-TRACO               PIC  X(132)         VALUE
           ALL '-'.

       01  WRK-LIN-BRANCO              PIC  X(132)         VALUE
           SPACES.

       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC  X(050)         VALUE
              'RESCDSB6 - CONTESTACOES E SUSPENSOES JUDICIAIS DE '.
           05 FILLER                   PIC  X(018)         VALUE
              'RESTRICOES        '.
           05 FILLER                   PIC  X(018)         VALUE
              '   PROCESSAMENTO  '.
           05 WRK-CAB-DATA             PIC  9(008).
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LIN-TITULO.
           05 WRK-TIT-DESCRICAO        PIC  X(070).
           05 FILLER                   PIC  X(062)         VALUE SPACES.

       01  WRK-LIN-COLUNAS-TRANS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              'TR '.
           05 FILLER                   PIC  X(010)         VALUE
              'CPF-CGC  /'.
           05 FILLER                   PIC  X(005)         VALUE
              'FIL. '.
           05 FILLER                   PIC  X(004)         VALUE
              'TIP '.
           05 FILLER                   PIC  X(021)         VALUE
              'PROTOCOLO'.
           05 FILLER                   PIC  X(009)         VALUE
              'OPERADOR'.
           05 FILLER                   PIC  X(010)         VALUE
              'RESULTADO'.
           05 FILLER                   PIC  X(003)         VALUE
              'CR'.
           05 FILLER                   PIC  X(045)         VALUE
              'DESCRICAO'.
           05 FILLER                   PIC  X(020)         VALUE SPACES.

       01  WRK-LIN-DET-TRANS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DTR-TIPO-TRANS       PIC  X(002).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-CPF-CGC          PIC  9(009).
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-DTR-FILIAL-CGC       PIC  9(004).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-TIPO-IMPED       PIC  9(003).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-PROTOCOLO        PIC  X(020).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-OPERADOR         PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-RESULTADO        PIC  X(009).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-COD-REJEICAO     PIC  9(002).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DTR-DESCRICAO        PIC  X(045).
           05 FILLER                   PIC  X(020)         VALUE SPACES.

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

       01  WRK-LIN-LEGENDA.
           05 FILLER                   PIC  X(050)         VALUE
              'T = TIPO DA SUSPENSAO (C CONTESTACAO, J JUDICIAL) '.
           05 FILLER                   PIC  X(050)         VALUE
              '  IDADE E PRAZO EM DIAS CORRIDOS ATE O PROCESSAMEN'.
           05 FILLER                   PIC  X(003)         VALUE
              'TO '.
           05 FILLER                   PIC  X(029)         VALUE SPACES.

       01  WRK-LIN-COLUNAS-ABERTAS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(010)         VALUE
              'CPF-CGC  /'.
           05 FILLER                   PIC  X(005)         VALUE
              'FIL. '.
           05 FILLER                   PIC  X(004)         VALUE
              'TIP '.
           05 FILLER                   PIC  X(002)         VALUE
              'T '.
           05 FILLER                   PIC  X(021)         VALUE
              'PROTOCOLO'.
           05 FILLER                   PIC  X(009)         VALUE
              'OPERADOR'.
           05 FILLER                   PIC  X(009)         VALUE
              'ABERTURA'.
           05 FILLER                   PIC  X(009)         VALUE
              'SUSPENSAO'.
           05 FILLER                   PIC  X(009)         VALUE
              'PRAZO'.
           05 FILLER                   PIC  X(006)         VALUE
              'IDADE'.
           05 FILLER                   PIC  X(006)         VALUE
              'PRAZO'.
           05 FILLER                   PIC  X(007)         VALUE
              'SITUAC.'.
           05 FILLER                   PIC  X(033)         VALUE SPACES.

       01  WRK-LIN-DET-ABERTA.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DAB-CPF-CGC          PIC  9(009).
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-DAB-FILIAL-CGC       PIC  9(004).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DAB-TIPO-IMPED       PIC  9(003).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DAB-TIPO-SUSPENSAO   PIC  X(001).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DAB-PROTOCOLO        PIC  X(020).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DAB-OPERADOR         PIC  X(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DAB-DTA-ABERTURA     PIC  9(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DAB-DTA-SUSPENSAO    PIC  9(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DAB-DTA-PRAZO        PIC  9(008).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DAB-IDADE            PIC  ZZZZ9.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DAB-DIAS-PRAZO       PIC  ZZZZ9.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DAB-SITUACAO-PRAZO   PIC  X(007).
           05 FILLER                   PIC  X(033)         VALUE SPACES.

       01  WRK-LIN-NENHUMA.
           05 WRK-NEN-DESCRICAO        PIC  X(040).
           05 FILLER                   PIC  X(092)         VALUE SPACES.

       01  WRK-LIN-FAIXA.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-FAI-DESCRICAO        PIC  X(040).
           05 WRK-FAI-QTD              PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(079)         VALUE SPACES.

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
           05 WRK-POSICIONAMENTO       PIC  X(013)         VALUE
             'NO START'.
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
           '*** RESCDSB6 - FIM DA AREA DE WORKING ***'.
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
               UNTIL WRK-ESGOTOU-EARQMCTS

           PERFORM 2900-EMITIR-TOTAL-TRANSACOES

           SORT SARQSORT
               ON ASCENDING KEY SRT-DTA-ABERTURA
                                SRT-CHAVE
               INPUT PROCEDURE  IS 3000-SELECIONAR-ABERTAS
               OUTPUT PROCEDURE IS 3500-EMITIR-ABERTAS

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

           MOVE WRK-DTA-PROCESSAMENTO  TO WRK-DATA

           PERFORM 3700-APURAR-DIA-SERIAL

           MOVE WRK-DIA-SERIAL         TO WRK-SERIAL-EXECUCAO

           OPEN INPUT  EARQMCTS

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQMCTS

           OPEN I-O    MSTREST
                       MSTCTST

           PERFORM 1120-TESTAR-FS-MSTREST

           PERFORM 1130-TESTAR-FS-MSTCTST

           OPEN OUTPUT SARQRCTS

           OPEN EXTEND SARQHCTS

           PERFORM 1140-TESTAR-FS-SARQHCTS

           PERFORM 1150-TESTAR-FS-SARQRCTS

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
           MOVE 'RESCDSB6'             TO RESCWCTL-ETAPA
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
      *    TESTAR FILE-STATUS DAS TRANSACOES DO DIA - EARQMCTS         *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-TESTAR-FS-EARQMCTS         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQMCTS          NOT EQUAL ZEROS
              MOVE 'EARQMCTS'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQMCTS     TO WRK-FS
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
      *    TESTAR FILE-STATUS DO CADASTRO DE CONTESTACOES - MSTCTST    *
      *    ('05' = ARQUIVO OPCIONAL CRIADO NESTA EXECUCAO)             *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-MSTCTST          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTCTST           NOT EQUAL ZEROS
              AND WRK-FS-MSTCTST       NOT EQUAL '05'
              MOVE 'MSTCTST'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTCTST      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO HISTORICO DE TRANSACOES - SARQHCTS    *
      *    ('05' = ARQUIVO OPCIONAL CRIADO NESTA EXECUCAO)             *
      ******************************************************************
      *----------------------------------------------------------------*
       1140-TESTAR-FS-SARQHCTS         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQHCTS          NOT EQUAL ZEROS
              AND WRK-FS-SARQHCTS      NOT EQUAL '05'
              MOVE 'SARQHCTS'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQHCTS     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0040'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO RELATORIO DE CONTESTACOES - SARQRCTS  *
      ******************************************************************
      *----------------------------------------------------------------*
       1150-TESTAR-FS-SARQRCTS         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRCTS          NOT EQUAL ZEROS
              MOVE 'SARQRCTS'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQRCTS     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0050'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O CABECALHO DO RELATORIO E O TITULO DA PRIMEIRA      *
      *    PARTE (TRANSACOES DO DIA)                                   *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-EXECUCAO      TO WRK-CAB-DATA

           WRITE FD-SARQRCTS           FROM WRK-LIN-TRACO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQRCTS

           WRITE FD-SARQRCTS           FROM WRK-LIN-CABEC1

           PERFORM 1150-TESTAR-FS-SARQRCTS

           WRITE FD-SARQRCTS           FROM WRK-LIN-TRACO

           PERFORM 1150-TESTAR-FS-SARQRCTS

           MOVE 'TRANSACOES DE CONTESTACAO E SUSPENSAO RECEBIDAS NO DIA'
                                       TO WRK-TIT-DESCRICAO

           WRITE FD-SARQRCTS           FROM WRK-LIN-BRANCO

           PERFORM 1150-TESTAR-FS-SARQRCTS

           WRITE FD-SARQRCTS           FROM WRK-LIN-TITULO

           PERFORM 1150-TESTAR-FS-SARQRCTS

           WRITE FD-SARQRCTS           FROM WRK-LIN-COLUNAS-TRANS

           PERFORM 1150-TESTAR-FS-SARQRCTS.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A PROXIMA TRANSACAO, VALIDA-LA E, SE ACEITA, APLICA-LA  *
      *    NO MESTRE E NO CADASTRO DE CONTESTACOES - APLICADA OU NAO,  *
      *    A TRANSACAO VAI PARA O HISTORICO E PARA O RELATORIO         *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-APLICAR-TRANSACAO          SECTION.
      *----------------------------------------------------------------*

           READ EARQMCTS               INTO RESCWMCT-REG-TRANSACAO

           IF WRK-FS-EARQMCTS          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQMCTS
              GO                       TO 2000-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQMCTS

           ADD 1                       TO ACU-LIDAS-EARQMCTS

           PERFORM 2100-VALIDAR-TRANSACAO

           IF WRK-COD-REJEICAO         NOT EQUAL ZEROS
              ADD 1                    TO ACU-REJEITADAS
           ELSE
              PERFORM 2200-LOCALIZAR-CONTESTACAO
              IF RESCWMCT-SUSP-CONTESTACAO
                 OR RESCWMCT-SUSP-JUDICIAL
                 PERFORM 2300-SUSPENDER
              END-IF
              IF RESCWMCT-LEVANTAMENTO
                 PERFORM 2400-LEVANTAR
              END-IF
              IF RESCWMCT-ENCERRAMENTO
                 PERFORM 2500-ENCERRAR-A-FORCA
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
      *    FICA EM WRK-COD-REJEICAO (CODIGOS NO BOOK RESTWDHC). A      *
      *    CHAVE E LIDA NO MESTRE PARA CONFERIR A SITUACAO ATUAL       *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-VALIDAR-TRANSACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-COD-REJEICAO

           IF NOT RESCWMCT-SUSP-CONTESTACAO
              AND NOT RESCWMCT-SUSP-JUDICIAL
              AND NOT RESCWMCT-LEVANTAMENTO
              AND NOT RESCWMCT-ENCERRAMENTO
              MOVE 01                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

           IF RESCWMCT-CPF-CGC         NOT NUMERIC
              OR RESCWMCT-FILIAL-CGC   NOT NUMERIC
              OR RESCWMCT-TIPO-IMPED   NOT NUMERIC
              MOVE 08                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

           IF RESCWMCT-PROTOCOLO       EQUAL SPACES
              OR RESCWMCT-OPERADOR     EQUAL SPACES
              OR RESCWMCT-MOTIVO       EQUAL SPACES
              MOVE 03                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

           PERFORM 2150-VALIDAR-DATAS

           IF WRK-COD-REJEICAO         NOT EQUAL ZEROS
              GO                       TO 2100-99-FIM
           END-IF

           MOVE RESCWMCT-CPF-CGC       TO RESTWMST-CPF-CGC
           MOVE RESCWMCT-FILIAL-CGC    TO RESTWMST-FILIAL-CGC
           MOVE RESCWMCT-TIPO-IMPED    TO RESTWMST-TIPO-IMPED

           READ MSTREST

           IF WRK-FS-MSTREST           EQUAL '23'
              MOVE 02                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTREST

      *    SUSPENSAO SO SOBRE CHAVE ATIVA; A JUDICIAL PODE SUBSTITUIR  *
      *    UMA CONTESTACAO JA ABERTA, MAS NAO OUTRA JUDICIAL           *
           IF RESCWMCT-SUSP-CONTESTACAO
              OR RESCWMCT-SUSP-JUDICIAL
              IF RESTWMST-ENCERRADA
                 MOVE 06               TO WRK-COD-REJEICAO
                 GO                    TO 2100-99-FIM
              END-IF
              IF RESTWMST-SUSP-JUDICIAL
                 OR (RESCWMCT-SUSP-CONTESTACAO
                     AND RESTWMST-SUSP-CONTESTACAO)
                 MOVE 04               TO WRK-COD-REJEICAO
                 GO                    TO 2100-99-FIM
              END-IF
           END-IF

           IF RESCWMCT-LEVANTAMENTO
              AND RESTWMST-SEM-SUSPENSAO
              AND NOT (RESTWMST-ENCERRADA AND RESTWMST-ENC-FORCADO)
              MOVE 05                  TO WRK-COD-REJEICAO
              GO                       TO 2100-99-FIM
           END-IF

           IF RESCWMCT-ENCERRAMENTO
              AND RESTWMST-ENCERRADA
              AND (RESTWMST-ENC-FORCADO OR RESTWMST-ENC-LIQUIDACAO)
              MOVE 06                  TO WRK-COD-REJEICAO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    VALIDAR AS DATAS DA TRANSACAO - ABERTURA ZERADA ASSUME A    *
      *    DATA DO PROCESSAMENTO E PRAZO ZERADO ASSUME A ABERTURA MAIS *
      *    O PRAZO PADRAO; ABERTURA NO FUTURO OU PRAZO ANTERIOR A      *
      *    ABERTURA SAO REJEITADOS                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       2150-VALIDAR-DATAS              SECTION.
      *----------------------------------------------------------------*

           IF RESCWMCT-DTA-ABERTURA    NOT NUMERIC
              OR RESCWMCT-DTA-PRAZO    NOT NUMERIC
              MOVE 07                  TO WRK-COD-REJEICAO
              GO                       TO 2150-99-FIM
           END-IF

           MOVE RESCWMCT-DTA-ABERTURA  TO WRK-DTA-ABERTURA

           IF WRK-DTA-ABERTURA         EQUAL ZEROS
              MOVE WRK-DTA-PROCESSAMENTO
                                       TO WRK-DTA-ABERTURA
           END-IF

           MOVE WRK-DTA-ABERTURA       TO WRK-DATA

           PERFORM 2160-CONFERIR-DATA

           IF NOT WRK-DATA-VALIDA
              OR WRK-DTA-ABERTURA      GREATER WRK-DATA-EXECUCAO
              MOVE 07                  TO WRK-COD-REJEICAO
              GO                       TO 2150-99-FIM
           END-IF

           MOVE RESCWMCT-DTA-PRAZO     TO WRK-DTA-PRAZO

           IF WRK-DTA-PRAZO            EQUAL ZEROS
              PERFORM 2170-APURAR-PRAZO-PADRAO
              GO                       TO 2150-99-FIM
           END-IF

           MOVE WRK-DTA-PRAZO          TO WRK-DATA

           PERFORM 2160-CONFERIR-DATA

           IF NOT WRK-DATA-VALIDA
              OR WRK-DTA-PRAZO         LESS WRK-DTA-ABERTURA
              MOVE 07                  TO WRK-COD-REJEICAO
           END-IF.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
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
      *    APURAR O PRAZO DE RESPOSTA PADRAO = DATA DE ABERTURA MAIS   *
      *    WRK-DIAS-PRAZO-PADRAO DIAS CORRIDOS                         *
      ******************************************************************
      *----------------------------------------------------------------*
       2170-APURAR-PRAZO-PADRAO        SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DTA-ABERTURA       TO WRK-DATA
           MOVE ZEROS                  TO WRK-DIAS-SOMADOS

           PERFORM 2175-SOMAR-UM-DIA
              UNTIL WRK-DIAS-SOMADOS   NOT LESS WRK-DIAS-PRAZO-PADRAO

           MOVE WRK-DATA               TO WRK-DTA-PRAZO.

      *----------------------------------------------------------------*
       2170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    AVANCAR WRK-DATA EM UM DIA, VIRANDO MES E ANO               *
      ******************************************************************
      *----------------------------------------------------------------*
       2175-SOMAR-UM-DIA               SECTION.
      *----------------------------------------------------------------*

           PERFORM 2180-APURAR-DIAS-NO-MES

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
       2175-99-FIM.                    EXIT.
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
      *    LOCALIZAR NO CADASTRO DE CONTESTACOES O CASO DA CHAVE DA    *
      *    TRANSACAO CORRENTE                                          *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-LOCALIZAR-CONTESTACAO      SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CONTESTACAO-ACHADA

           MOVE RESCWMCT-CPF-CGC       TO RESTWCTS-CPF-CGC
           MOVE RESCWMCT-FILIAL-CGC    TO RESTWCTS-FILIAL-CGC
           MOVE RESCWMCT-TIPO-IMPED    TO RESTWCTS-TIPO-IMPED

           READ MSTCTST

           IF WRK-FS-MSTCTST           EQUAL '23'
              GO                       TO 2200-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-MSTCTST

           MOVE 'S'                    TO WRK-CONTESTACAO-ACHADA.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SUSPENDER A CHAVE NO MESTRE E ABRIR O CASO NO CADASTRO -    *
      *    UM CASO ANTERIOR DA MESMA CHAVE (LEVANTADO, ENCERRADO OU A  *
      *    CONTESTACAO SUBSTITUIDA PELA JUDICIAL) E SOBREPOSTO,        *
      *    FICANDO O SEU REGISTRO NO HISTORICO SARQHCTS                *
      ******************************************************************
      *----------------------------------------------------------------*
       2300-SUSPENDER                  SECTION.
      *----------------------------------------------------------------*

           IF RESCWMCT-SUSP-CONTESTACAO
              MOVE 'C'                 TO RESTWMST-SUSPENSAO
              ADD 1                    TO ACU-SUSP-CONTESTACAO
           ELSE
              MOVE 'J'                 TO RESTWMST-SUSPENSAO
              ADD 1                    TO ACU-SUSP-JUDICIAL
           END-IF

           PERFORM 2350-REGRAVAR-MESTRE

           PERFORM 2800-PREPARAR-CONTESTACAO

           MOVE 'A'                    TO RESTWCTS-SITUACAO
           MOVE RESTWMST-SUSPENSAO     TO RESTWCTS-TIPO-SUSPENSAO
           MOVE RESCWMCT-PROTOCOLO     TO RESTWCTS-PROTOCOLO
           MOVE RESCWMCT-OPERADOR      TO RESTWCTS-OPERADOR-ABERTURA
           MOVE RESCWMCT-MOTIVO        TO RESTWCTS-MOTIVO-ABERTURA
           MOVE WRK-DTA-ABERTURA       TO RESTWCTS-DTA-ABERTURA
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWCTS-DTA-SUSPENSAO
           MOVE WRK-DTA-PRAZO          TO RESTWCTS-DTA-PRAZO-RESPOSTA
           MOVE SPACES                 TO RESTWCTS-OPERADOR-ENCERR
                                          RESTWCTS-MOTIVO-ENCERR
           MOVE ZEROS                  TO RESTWCTS-DTA-ENCERRAMENTO

           PERFORM 2850-GRAVAR-CONTESTACAO.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGRAVAR NO MESTRE O REGISTRO DA CHAVE CORRENTE             *
      ******************************************************************
      *----------------------------------------------------------------*
       2350-REGRAVAR-MESTRE            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWMST-DTA-ULT-ATUALIZ

           REWRITE RESTWMST-REG-MESTRE

           MOVE WRK-REGRAVACAO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-MSTREST.

      *----------------------------------------------------------------*
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LEVANTAR A SUSPENSAO OU O ENCERRAMENTO FORCADO DA CHAVE -   *
      *    A CHAVE ENCERRADA A FORCA CONTINUA ENCERRADA, MAS VOLTA A   *
      *    SER REATIVADA PELO RESCDSA3 SE REAPARECER NO SARQREST. O    *
      *    ENCERRAMENTO POR LIQUIDACAO (RESCDSB8) NAO E LEVANTADO AQUI *
      ******************************************************************
      *----------------------------------------------------------------*
       2400-LEVANTAR                   SECTION.
      *----------------------------------------------------------------*

           MOVE SPACE                  TO RESTWMST-SUSPENSAO

           IF RESTWMST-ENC-FORCADO
              MOVE SPACE               TO RESTWMST-MOTIVO-ENCERRAMENTO
           END-IF

           PERFORM 2350-REGRAVAR-MESTRE

           PERFORM 2800-PREPARAR-CONTESTACAO

           MOVE 'L'                    TO RESTWCTS-SITUACAO

           PERFORM 2450-MOVER-ENCERRAMENTO

           PERFORM 2850-GRAVAR-CONTESTACAO

           ADD 1                       TO ACU-LEVANTADAS.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    MOVER PARA O CASO OS DADOS DE ENCERRAMENTO DA TRANSACAO     *
      ******************************************************************
      *----------------------------------------------------------------*
       2450-MOVER-ENCERRAMENTO         SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWMCT-OPERADOR      TO RESTWCTS-OPERADOR-ENCERR
           MOVE RESCWMCT-MOTIVO        TO RESTWCTS-MOTIVO-ENCERR
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWCTS-DTA-ENCERRAMENTO.

      *----------------------------------------------------------------*
       2450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ENCERRAR A RESTRICAO A FORCA NO MESTRE, RETIRANDO UMA       *
      *    SUSPENSAO EVENTUAL, E ENCERRAR O CASO NO CADASTRO - CHAVE   *
      *    JA ENCERRADA POR AUSENCIA SO MUDA O MOTIVO, MANTENDO A DATA *
      *    DO ENCERRAMENTO ORIGINAL                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       2500-ENCERRAR-A-FORCA           SECTION.
      *----------------------------------------------------------------*

           IF NOT RESTWMST-ENCERRADA
              MOVE 'E'                 TO RESTWMST-SITUACAO
              MOVE WRK-DTA-PROCESSAMENTO
                                       TO RESTWMST-DTA-ENCERRAMENTO
           END-IF

           MOVE 'F'                    TO RESTWMST-MOTIVO-ENCERRAMENTO
           MOVE SPACE                  TO RESTWMST-SUSPENSAO

           PERFORM 2350-REGRAVAR-MESTRE

           PERFORM 2800-PREPARAR-CONTESTACAO

           MOVE 'E'                    TO RESTWCTS-SITUACAO

           PERFORM 2450-MOVER-ENCERRAMENTO

           PERFORM 2850-GRAVAR-CONTESTACAO

           ADD 1                       TO ACU-ENCERRADAS-FORCA.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR NO HISTORICO A TRANSACAO CORRENTE COM O RESULTADO    *
      ******************************************************************
      *----------------------------------------------------------------*
       2600-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDHC-REG-HISTORICO
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWDHC-DTA-PROCESSAMENTO
           MOVE WRK-COD-REJEICAO       TO RESTWDHC-COD-REJEICAO
           MOVE RESCWMCT-REG-TRANSACAO TO RESTWDHC-TRANSACAO

           IF WRK-COD-REJEICAO         EQUAL ZEROS
              MOVE 'A'                 TO RESTWDHC-RESULTADO
           ELSE
              MOVE 'R'                 TO RESTWDHC-RESULTADO
           END-IF

           WRITE FD-SARQHCTS           FROM RESTWDHC-REG-HISTORICO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-SARQHCTS

           ADD 1                       TO ACU-GRAVS-SARQHCTS.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR NO RELATORIO A LINHA DA TRANSACAO CORRENTE           *
      ******************************************************************
      *----------------------------------------------------------------*
       2700-EMITIR-LINHA-TRANSACAO     SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWMCT-TIPO-TRANS    TO WRK-DTR-TIPO-TRANS
           MOVE RESCWMCT-CPF-CGC       TO WRK-DTR-CPF-CGC
           MOVE RESCWMCT-FILIAL-CGC    TO WRK-DTR-FILIAL-CGC
           MOVE RESCWMCT-TIPO-IMPED    TO WRK-DTR-TIPO-IMPED
           MOVE RESCWMCT-PROTOCOLO     TO WRK-DTR-PROTOCOLO
           MOVE RESCWMCT-OPERADOR      TO WRK-DTR-OPERADOR
           MOVE WRK-COD-REJEICAO       TO WRK-DTR-COD-REJEICAO

           PERFORM 2750-DESCREVER-RESULTADO

           WRITE FD-SARQRCTS           FROM WRK-LIN-DET-TRANS

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQRCTS.

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
              AND RESCWMCT-SUSP-CONTESTACAO
              MOVE 'CHAVE SUSPENSA POR CONTESTACAO DO DEVEDOR'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL ZEROS
              AND RESCWMCT-SUSP-JUDICIAL
              MOVE 'CHAVE SUSPENSA POR DETERMINACAO JUDICIAL'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL ZEROS
              AND RESCWMCT-LEVANTAMENTO
              MOVE 'SUSPENSAO OU ENCERRAMENTO FORCADO LEVANTADO'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL ZEROS
              AND RESCWMCT-ENCERRAMENTO
              MOVE 'RESTRICAO ENCERRADA A FORCA NO MESTRE'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 01
              MOVE 'TIPO DE TRANSACAO INVALIDO'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 02
              MOVE 'CHAVE INEXISTENTE NO MESTRE'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 03
              MOVE 'PROTOCOLO, OPERADOR OU MOTIVO NAO INFORMADO'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 04
              MOVE 'CHAVE JA SUSPENSA'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 05
              MOVE 'CHAVE SEM SUSPENSAO OU ENCERRAMENTO A LEVANTAR'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 06
              MOVE 'CHAVE JA ENCERRADA'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 07
              MOVE 'DATA DE ABERTURA OU PRAZO INVALIDO'
                                       TO WRK-DTR-DESCRICAO
           END-IF

           IF WRK-COD-REJEICAO         EQUAL 08
              MOVE 'CHAVE NAO NUMERICA (CPF, FILIAL OU TIPO)'
                                       TO WRK-DTR-DESCRICAO
           END-IF.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PREPARAR O REGISTRO DO CASO - CHAVE SEM CASO ANTERIOR       *
      *    COMECA COM OS DADOS DE ABERTURA DA PROPRIA TRANSACAO        *
      ******************************************************************
      *----------------------------------------------------------------*
       2800-PREPARAR-CONTESTACAO       SECTION.
      *----------------------------------------------------------------*

           IF WRK-EXISTE-CONTESTACAO
              GO                       TO 2800-99-FIM
           END-IF

           MOVE SPACES                 TO RESTWCTS-REG-CONTESTACAO

           MOVE RESCWMCT-CPF-CGC       TO RESTWCTS-CPF-CGC
           MOVE RESCWMCT-FILIAL-CGC    TO RESTWCTS-FILIAL-CGC
           MOVE RESCWMCT-TIPO-IMPED    TO RESTWCTS-TIPO-IMPED
           MOVE RESTWMST-SUSPENSAO     TO RESTWCTS-TIPO-SUSPENSAO
           MOVE RESCWMCT-PROTOCOLO     TO RESTWCTS-PROTOCOLO
           MOVE RESCWMCT-OPERADOR      TO RESTWCTS-OPERADOR-ABERTURA
           MOVE RESCWMCT-MOTIVO        TO RESTWCTS-MOTIVO-ABERTURA
           MOVE WRK-DTA-ABERTURA       TO RESTWCTS-DTA-ABERTURA
           MOVE ZEROS                  TO RESTWCTS-DTA-SUSPENSAO
                                          RESTWCTS-DTA-PRAZO-RESPOSTA
                                          RESTWCTS-DTA-ENCERRAMENTO
                                          RESTWCTS-QTDE-TRANSACOES.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR (CASO NOVO) OU REGRAVAR O CASO NO CADASTRO           *
      ******************************************************************
      *----------------------------------------------------------------*
       2850-GRAVAR-CONTESTACAO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO RESTWCTS-QTDE-TRANSACOES

           IF WRK-EXISTE-CONTESTACAO
              REWRITE RESTWCTS-REG-CONTESTACAO
              MOVE WRK-REGRAVACAO      TO WRK-OPERACAO
           ELSE
              WRITE RESTWCTS-REG-CONTESTACAO
              MOVE WRK-GRAVACAO        TO WRK-OPERACAO
           END-IF

           PERFORM 1130-TESTAR-FS-MSTCTST.

      *----------------------------------------------------------------*
       2850-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O TOTAL DAS TRANSACOES DO DIA                        *
      ******************************************************************
      *----------------------------------------------------------------*
       2900-EMITIR-TOTAL-TRANSACOES    SECTION.
      *----------------------------------------------------------------*

           IF ACU-LIDAS-EARQMCTS       EQUAL ZEROS
              MOVE '  NENHUMA TRANSACAO RECEBIDA NO DIA'
                                       TO WRK-NEN-DESCRICAO
              WRITE FD-SARQRCTS        FROM WRK-LIN-NENHUMA
              MOVE WRK-GRAVACAO        TO WRK-OPERACAO
              PERFORM 1150-TESTAR-FS-SARQRCTS
           END-IF

           MOVE ACU-LIDAS-EARQMCTS     TO WRK-TTR-LIDAS
           MOVE ACU-APLICADAS          TO WRK-TTR-APLICADAS
           MOVE ACU-REJEITADAS         TO WRK-TTR-REJEITADAS

           WRITE FD-SARQRCTS           FROM WRK-LIN-TOT-TRANS

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQRCTS.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PERCORRER O CADASTRO DE CONTESTACOES JA ATUALIZADO E        *
      *    LIBERAR PARA A CLASSIFICACAO OS CASOS ABERTOS               *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-SELECIONAR-ABERTAS         SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-MSTCTST
           MOVE LOW-VALUES             TO RESTWCTS-CHAVE

           START MSTCTST KEY NOT LESS RESTWCTS-CHAVE

           IF WRK-FS-MSTCTST           EQUAL '23' OR '46'
              GO                       TO 3000-99-FIM
           END-IF

           MOVE WRK-POSICIONAMENTO     TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-MSTCTST

           PERFORM 3100-SELECIONAR-PROX-CASO
              UNTIL WRK-ESGOTOU-MSTCTST.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO CASO DO CADASTRO E LIBERA-LO SE ABERTO        *
      ******************************************************************
      *----------------------------------------------------------------*
       3100-SELECIONAR-PROX-CASO       SECTION.
      *----------------------------------------------------------------*

           READ MSTCTST NEXT

           IF WRK-FS-MSTCTST           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-MSTCTST
              GO                       TO 3100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-MSTCTST

           IF NOT RESTWCTS-ABERTA
              GO                       TO 3100-99-FIM
           END-IF

           MOVE RESTWCTS-DTA-ABERTURA  TO SRT-DTA-ABERTURA
           MOVE RESTWCTS-CPF-CGC       TO SRT-CPF-CGC
           MOVE RESTWCTS-FILIAL-CGC    TO SRT-FILIAL-CGC
           MOVE RESTWCTS-TIPO-IMPED    TO SRT-TIPO-IMPED
           MOVE RESTWCTS-TIPO-SUSPENSAO
                                       TO SRT-TIPO-SUSPENSAO
           MOVE RESTWCTS-PROTOCOLO     TO SRT-PROTOCOLO
           MOVE RESTWCTS-OPERADOR-ABERTURA
                                       TO SRT-OPERADOR
           MOVE RESTWCTS-DTA-SUSPENSAO TO SRT-DTA-SUSPENSAO
           MOVE RESTWCTS-DTA-PRAZO-RESPOSTA
                                       TO SRT-DTA-PRAZO

           RELEASE SRT-REG-ABERTA.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A SEGUNDA PARTE DO RELATORIO - CASOS ABERTOS DO MAIS *
      *    ANTIGO PARA O MAIS NOVO, COM IDADE E PRAZO, E O RESUMO POR  *
      *    FAIXA DE IDADE                                              *
      ******************************************************************
      *----------------------------------------------------------------*
       3500-EMITIR-ABERTAS             SECTION.
      *----------------------------------------------------------------*

           MOVE 'CASOS ABERTOS POR IDADE - CHAVES SUSPENSAS NO MESTRE'
                                       TO WRK-TIT-DESCRICAO

           WRITE FD-SARQRCTS           FROM WRK-LIN-BRANCO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQRCTS

           WRITE FD-SARQRCTS           FROM WRK-LIN-TITULO

           PERFORM 1150-TESTAR-FS-SARQRCTS

           WRITE FD-SARQRCTS           FROM WRK-LIN-LEGENDA

           PERFORM 1150-TESTAR-FS-SARQRCTS

           WRITE FD-SARQRCTS           FROM WRK-LIN-COLUNAS-ABERTAS

           PERFORM 1150-TESTAR-FS-SARQRCTS

           PERFORM 3510-RETORNAR-ABERTA

           PERFORM 3600-EMITIR-ABERTA
              UNTIL WRK-ESGOTOU-CLASSIFICACAO

           IF ACU-CASOS-ABERTOS        EQUAL ZEROS
              MOVE '  NENHUM CASO ABERTO'
                                       TO WRK-NEN-DESCRICAO
              WRITE FD-SARQRCTS        FROM WRK-LIN-NENHUMA
              PERFORM 1150-TESTAR-FS-SARQRCTS
           END-IF

           PERFORM 3800-EMITIR-FAIXAS.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    RETORNAR O PROXIMO CASO ABERTO DA CLASSIFICACAO             *
      ******************************************************************
      *----------------------------------------------------------------*
       3510-RETORNAR-ABERTA            SECTION.
      *----------------------------------------------------------------*

           RETURN SARQSORT
               AT END
                  MOVE 'S'             TO WRK-FIM-CLASSIFICACAO
           END-RETURN.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O CASO ABERTO CORRENTE COM A IDADE DESDE A ABERTURA  *
      *    E OS DIAS ATE (OU DESDE) O PRAZO LEGAL DE RESPOSTA, E       *
      *    RETORNAR O PROXIMO                                          *
      ******************************************************************
      *----------------------------------------------------------------*
       3600-EMITIR-ABERTA              SECTION.
      *----------------------------------------------------------------*

           MOVE SRT-DTA-ABERTURA       TO WRK-DATA

           PERFORM 3700-APURAR-DIA-SERIAL

           MOVE WRK-DIA-SERIAL         TO WRK-SERIAL-ABERTURA

           MOVE SRT-DTA-PRAZO          TO WRK-DATA

           PERFORM 3700-APURAR-DIA-SERIAL

           MOVE WRK-DIA-SERIAL         TO WRK-SERIAL-PRAZO

           MOVE ZEROS                  TO WRK-IDADE

           IF WRK-SERIAL-EXECUCAO      GREATER WRK-SERIAL-ABERTURA
              SUBTRACT WRK-SERIAL-ABERTURA
                                       FROM WRK-SERIAL-EXECUCAO
                                       GIVING WRK-IDADE
           END-IF

           IF WRK-SERIAL-PRAZO         LESS WRK-SERIAL-EXECUCAO
              SUBTRACT WRK-SERIAL-PRAZO
                                       FROM WRK-SERIAL-EXECUCAO
                                       GIVING WRK-DIAS-PRAZO
              MOVE 'VENCIDO'           TO WRK-DAB-SITUACAO-PRAZO
              ADD 1                    TO ACU-PRAZO-VENCIDO
           ELSE
              SUBTRACT WRK-SERIAL-EXECUCAO
                                       FROM WRK-SERIAL-PRAZO
                                       GIVING WRK-DIAS-PRAZO
              MOVE 'NO PRAZO'          TO WRK-DAB-SITUACAO-PRAZO
           END-IF

           IF WRK-IDADE                NOT GREATER 5
              ADD 1                    TO ACU-FAIXA-ATE-5
           ELSE
              IF WRK-IDADE             NOT GREATER 10
                 ADD 1                 TO ACU-FAIXA-6-A-10
              ELSE
                 IF WRK-IDADE          NOT GREATER 30
                    ADD 1              TO ACU-FAIXA-11-A-30
                 ELSE
                    ADD 1              TO ACU-FAIXA-ACIMA-30
                 END-IF
              END-IF
           END-IF

           MOVE SRT-CPF-CGC            TO WRK-DAB-CPF-CGC
           MOVE SRT-FILIAL-CGC         TO WRK-DAB-FILIAL-CGC
           MOVE SRT-TIPO-IMPED         TO WRK-DAB-TIPO-IMPED
           MOVE SRT-TIPO-SUSPENSAO     TO WRK-DAB-TIPO-SUSPENSAO
           MOVE SRT-PROTOCOLO          TO WRK-DAB-PROTOCOLO
           MOVE SRT-OPERADOR           TO WRK-DAB-OPERADOR
           MOVE SRT-DTA-ABERTURA       TO WRK-DAB-DTA-ABERTURA
           MOVE SRT-DTA-SUSPENSAO      TO WRK-DAB-DTA-SUSPENSAO
           MOVE SRT-DTA-PRAZO          TO WRK-DAB-DTA-PRAZO
           MOVE WRK-IDADE              TO WRK-DAB-IDADE
           MOVE WRK-DIAS-PRAZO         TO WRK-DAB-DIAS-PRAZO

           WRITE FD-SARQRCTS           FROM WRK-LIN-DET-ABERTA

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQRCTS

           ADD 1                       TO ACU-CASOS-ABERTOS

           PERFORM 3510-RETORNAR-ABERTA.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    APURAR O NUMERO DE SERIE DO DIA DE WRK-DATA (AAAAMMDD):     *
      *    CONTANDO O ANO A PARTIR DE MARCO, O DIA 29/02 FICA NO FIM   *
      *    DO ANO E OS MESES TEM COMPRIMENTO REGULAR -                 *
      *    365*A + A/4 - A/100 + A/400 + (153*(M-3)+2)/5 + D           *
      ******************************************************************
      *----------------------------------------------------------------*
       3700-APURAR-DIA-SERIAL          SECTION.
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
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O RESUMO DOS CASOS ABERTOS POR FAIXA DE IDADE        *
      ******************************************************************
      *----------------------------------------------------------------*
       3800-EMITIR-FAIXAS              SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRCTS           FROM WRK-LIN-BRANCO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQRCTS

           MOVE 'CASOS ABERTOS HA ATE 5 DIAS ..........'
                                       TO WRK-FAI-DESCRICAO
           MOVE ACU-FAIXA-ATE-5        TO WRK-FAI-QTD

           PERFORM 3850-GRAVAR-FAIXA

           MOVE 'CASOS ABERTOS HA 6 A 10 DIAS .........'
                                       TO WRK-FAI-DESCRICAO
           MOVE ACU-FAIXA-6-A-10       TO WRK-FAI-QTD

           PERFORM 3850-GRAVAR-FAIXA

           MOVE 'CASOS ABERTOS HA 11 A 30 DIAS ........'
                                       TO WRK-FAI-DESCRICAO
           MOVE ACU-FAIXA-11-A-30      TO WRK-FAI-QTD

           PERFORM 3850-GRAVAR-FAIXA

           MOVE 'CASOS ABERTOS HA MAIS DE 30 DIAS .....'
                                       TO WRK-FAI-DESCRICAO
           MOVE ACU-FAIXA-ACIMA-30     TO WRK-FAI-QTD

           PERFORM 3850-GRAVAR-FAIXA

           MOVE 'CASOS COM PRAZO DE RESPOSTA VENCIDO ..'
                                       TO WRK-FAI-DESCRICAO
           MOVE ACU-PRAZO-VENCIDO      TO WRK-FAI-QTD

           PERFORM 3850-GRAVAR-FAIXA

           MOVE 'TOTAL DE CASOS ABERTOS ...............'
                                       TO WRK-FAI-DESCRICAO
           MOVE ACU-CASOS-ABERTOS      TO WRK-FAI-QTD

           PERFORM 3850-GRAVAR-FAIXA.

      *----------------------------------------------------------------*
       3800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR UMA LINHA DO RESUMO POR FAIXA                        *
      ******************************************************************
      *----------------------------------------------------------------*
       3850-GRAVAR-FAIXA               SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRCTS           FROM WRK-LIN-FAIXA

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQRCTS.

      *----------------------------------------------------------------*
       3850-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FINALIZACAO                                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 4100-EMITIR-TOTAIS

           CLOSE EARQMCTS
                 MSTREST
                 MSTCTST
                 SARQHCTS
                 SARQRCTS

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQMCTS

           PERFORM 1120-TESTAR-FS-MSTREST

           PERFORM 1130-TESTAR-FS-MSTCTST

           PERFORM 1140-TESTAR-FS-SARQHCTS

           PERFORM 1150-TESTAR-FS-SARQRCTS

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
           '*********************** RESCDSB6 ***********************'.
           DISPLAY
           '*                                                      *'.
           DISPLAY
           '*     RESULTADO DAS CONTESTACOES E SUSPENSOES:         *'.
           DISPLAY
           '*                                                      *'.

           MOVE ACU-LIDAS-EARQMCTS     TO WRK-MASC

           DISPLAY
           '* TRANSACOES LIDAS NO EARQMCTS      =>     ' WRK-MASC ' *'

           MOVE ACU-APLICADAS          TO WRK-MASC

           DISPLAY
           '* TRANSACOES APLICADAS              =>     ' WRK-MASC ' *'

           MOVE ACU-REJEITADAS         TO WRK-MASC

           DISPLAY
           '* TRANSACOES REJEITADAS             =>     ' WRK-MASC ' *'

           MOVE ACU-SUSP-CONTESTACAO   TO WRK-MASC

           DISPLAY
           '* SUSPENSAS POR CONTESTACAO         =>     ' WRK-MASC ' *'

           MOVE ACU-SUSP-JUDICIAL      TO WRK-MASC

           DISPLAY
           '* SUSPENSAS POR ORDEM JUDICIAL      =>     ' WRK-MASC ' *'

           MOVE ACU-LEVANTADAS         TO WRK-MASC

           DISPLAY
           '* SUSPENSOES/ENCERRAM. LEVANTADOS   =>     ' WRK-MASC ' *'

           MOVE ACU-ENCERRADAS-FORCA   TO WRK-MASC

           DISPLAY
           '* RESTRICOES ENCERRADAS A FORCA     =>     ' WRK-MASC ' *'

           MOVE ACU-GRAVS-SARQHCTS     TO WRK-MASC

           DISPLAY
           '* REGISTROS GRAVADOS NO SARQHCTS    =>     ' WRK-MASC ' *'

           MOVE ACU-CASOS-ABERTOS      TO WRK-MASC

           DISPLAY
           '* CASOS ABERTOS NO CADASTRO         =>     ' WRK-MASC ' *'

           MOVE ACU-PRAZO-VENCIDO      TO WRK-MASC

           DISPLAY
           '*   DOS QUAIS COM PRAZO VENCIDO     =>     ' WRK-MASC ' *'

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

           MOVE 'LIDAS EARQMCTS'       TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-LIDAS-EARQMCTS     TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'APLICADAS'            TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-APLICADAS          TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'REJEITADAS'           TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-REJEITADAS         TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'LEVANTADAS'           TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-LEVANTADAS         TO RESCWCTL-QTD-CONTADOR-4

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

           MOVE 'RESCDSB6'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
