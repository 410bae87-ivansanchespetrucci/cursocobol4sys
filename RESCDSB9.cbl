      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSB9.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSB9                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: ESTORNAR NO MESTRE DE RESTRICOES (MSTREST)    *
      * UMA EXECUCAO DO RESCDSA3, INFORMADA PELA DATA DE PROCESSAMENTO *
      * NO CARTAO PARMBKOT - SEM RESTAURAR O VSAM INTEIRO DO BACKUP E  *
      * SEM PERDER O QUE FOI APLICADO DEPOIS EM OUTRAS CHAVES. O       *
      * DIARIO DE IMAGENS GRAVADO PELO RESCDSA3 (SARQJRNL, LIDO AQUI   *
      * COMO EARQJRNL) E CLASSIFICADO POR CHAVE NA ORDEM DE GRAVACAO;  *
      * CADA CHAVE TOCADA NA DATA VOLTA A IMAGEM ANTERIOR A PRIMEIRA   *
      * ATUALIZACAO DAQUELA DATA (A CHAVE INCLUIDA NA EXECUCAO E       *
      * EXCLUIDA DO MESTRE). O ESTORNO E TUDO OU NADA: UMA PRIMEIRA    *
      * PASSADA CONFERE TODAS AS CHAVES E, SE ALGUMA FOI ALTERADA      *
      * DEPOIS DA EXECUCAO - POR UMA EXECUCAO POSTERIOR DO RESCDSA3    *
      * (DIARIO COM DATA MAIOR AINDA NAO ESTORNADA, ISTO E, CUJO       *
      * ULTIMO REGISTRO NAO E UMA REVERSAO R) OU POR OUTRO PROCESSO    *
      * (MESTRE DIFERENTE DA IMAGEM FINAL DA EXECUCAO) - O ESTORNO E   *
      * RECUSADO COM RETORNO 12 E NADA E ALTERADO. ASSIM, EXECUCOES DE *
      * VARIOS DIAS PODEM SER ESTORNADAS DA MAIS RECENTE PARA A MAIS   *
      * ANTIGA. SO ENTAO A SEGUNDA PASSADA RESTAURA AS CHAVES E GRAVA  *
      * CADA REVERSAO NO PROPRIO DIARIO (OPERACAO R, COM A DATA DA     *
      * EXECUCAO ESTORNADA), O QUE TORNA UM SEGUNDO ESTORNO DA MESMA   *
      * DATA INOFENSIVO. O RELATORIO SARQRBKO LISTA AS CHAVES EM       *
      * CONFLITO E AS CHAVES RESTAURADAS.                              *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     PARMBKOT            I                      RESCWBKO        *
      *     EARQJRNL            I                      RESTWDJR        *
      *     MSTREST            I/O                     RESTWMST        *
      *     BKOWORK            O/I                     RESTWDJR        *
      *     SARQJRNL            O  (ACRESCIMO)         RESTWDJR        *
      *     SARQRBKO            O                      RELATORIO 132   *
      *     SORTWK             TRABALHO DO SORT INTERNO                *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESCWBKO - LAYOUT DO CARTAO DE PARAMETRO DO ESTORNO         *
      *    RESTWDJR - LAYOUT DO DIARIO DE IMAGENS DO MESTRE            *
      *    RESTWMST - LAYOUT DO ARQUIVO MESTRE DE RESTRICOES           *
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

           SELECT PARMBKOT ASSIGN      TO UT-S-PARMBKOT
                      FILE STATUS      IS WRK-FS-PARMBKOT.

           SELECT EARQJRNL ASSIGN      TO UT-S-EARQJRNL
                      FILE STATUS      IS WRK-FS-EARQJRNL.

           SELECT MSTREST  ASSIGN      TO MSTREST
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWMST-CHAVE
                      FILE STATUS      IS WRK-FS-MSTREST.

           SELECT BKOWORK  ASSIGN      TO UT-S-BKOWORK
                      FILE STATUS      IS WRK-FS-BKOWORK.

           SELECT SARQJRNL ASSIGN      TO UT-S-SARQJRNL
                      FILE STATUS      IS WRK-FS-SARQJRNL.

           SELECT SARQRBKO ASSIGN      TO UT-S-SARQRBKO
                      FILE STATUS      IS WRK-FS-SARQRBKO.

           SELECT SARQSORT ASSIGN      TO UT-S-SORTWK.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT - CARTAO DE PARAMETRO DO ESTORNO (PARMBKOT)           *
      *                                -  LRECL   = 080                *
      *----------------------------------------------------------------*

       FD  PARMBKOT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMBKOT                 PIC  X(080).

      *----------------------------------------------------------------*
      *    INPUT - DIARIO DE IMAGENS DO MESTRE (EARQJRNL)              *
      *                                -  LRECL   = 300                *
      *----------------------------------------------------------------*

       FD  EARQJRNL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQJRNL                 PIC  X(300).

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
      *    TRABALHO - CHAVES A RESTAURAR, APURADAS NA PRIMEIRA PASSADA *
      *    E APLICADAS NA SEGUNDA (BKOWORK) - LAYOUT DO DIARIO, COM A  *
      *    PRIMEIRA IMAGEM ANTES E A ULTIMA IMAGEM DEPOIS DA DATA      *
      *                                -  LRECL   = 300                *
      *----------------------------------------------------------------*

       FD  BKOWORK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BKOWORK                  PIC  X(300).

      *----------------------------------------------------------------*
      *    OUTPUT - REVERSOES GRAVADAS NO DIARIO DE IMAGENS (SARQJRNL) *
      *                                -  LRECL   = 300                *
      *----------------------------------------------------------------*

       FD  SARQJRNL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQJRNL                 PIC  X(300).

      *----------------------------------------------------------------*
      *    OUTPUT - RELATORIO DO ESTORNO (SARQRBKO)                    *
      *                                -  LRECL   = 132                *
      *----------------------------------------------------------------*

       FD  SARQRBKO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQRBKO                 PIC  X(132).

      *----------------------------------------------------------------*
      *    TRABALHO - REGISTROS DO DIARIO DA DATA ESTORNADA E DAS      *
      *    DATAS POSTERIORES, CLASSIFICADOS POR CHAVE E PELA ORDEM DE  *
      *    GRAVACAO NO DIARIO (SRT-SEQUENCIA)                          *
      *----------------------------------------------------------------*

       SD  SARQSORT.

       01  SRT-REG-DIARIO.
           05 SRT-CHAVE                PIC  X(016).
           05 SRT-SEQUENCIA            PIC  9(009).
           05 SRT-DTA-EXECUCAO         PIC  9(008).
           05 SRT-OPERACAO             PIC  X(001).
           05 SRT-IMAGEM-ANTES         PIC  X(124).
           05 SRT-IMAGEM-DEPOIS        PIC  X(124).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSB9 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*

       01  ACU-LIDOS-EARQJRNL          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-REGS-DA-DATA            PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-REGS-POSTERIORES        PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CHAVES-DA-EXECUCAO      PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CHAVES-JA-ESTORNADAS    PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CHAVES-EM-CONFLITO      PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CHAVES-A-RESTAURAR      PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-RESTAURADAS             PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-EXCLUIDAS               PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-REINCLUIDAS             PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQJRNL          PIC  9(009) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-PARMBKOT             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQJRNL             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTREST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-BKOWORK              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQJRNL             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRBKO             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA E SAIDA ***'.
      *----------------------------------------------------------------*

           COPY RESCWBKO.

           COPY RESTWDJR.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA CONFERENCIA DAS CHAVES ***'.
      *----------------------------------------------------------------*

       01  WRK-DTA-ESTORNO             PIC  9(008)         VALUE ZEROS.

       01  WRK-FIM-EARQJRNL            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQJRNL                         VALUE 'S'.

       01  WRK-FIM-CLASSIFICACAO       PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-CLASSIFICACAO                    VALUE 'S'.

       01  WRK-FIM-BKOWORK             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-BKOWORK                          VALUE 'S'.

       01  WRK-CHAVE-CORRENTE          PIC  X(016)         VALUE SPACES.

       01  WRK-ACHOU-DA-DATA           PIC  X(001)         VALUE 'N'.
           88 WRK-CHAVE-DA-EXECUCAO                        VALUE 'S'.

       01  WRK-OPERACAO-EXECUCAO       PIC  X(001)         VALUE SPACE.
       01  WRK-DTA-POSTERIOR           PIC  9(008)         VALUE ZEROS.

      *    DATAS POSTERIORES DA CHAVE CORRENTE, COM A OPERACAO DO      *
      *    ULTIMO REGISTRO DE CADA UMA - A DATA CUJO ULTIMO REGISTRO   *
      *    E UMA REVERSAO (R) JA FOI ESTORNADA E NAO CONTA             *
       01  WRK-TAB-POSTERIORES.
           05 WRK-POSTERIOR            OCCURS 400 TIMES.
              10 WRK-PST-DATA          PIC  9(008).
              10 WRK-PST-OPER          PIC  X(001).

       01  WRK-QTD-POSTERIORES         PIC  9(005) COMP-3  VALUE ZEROS.
       01  WRK-IDX-PST                 PIC  9(005) COMP-3  VALUE ZEROS.

       01  WRK-ACHOU-POSTERIOR         PIC  X(001)         VALUE 'N'.
           88 WRK-POSTERIOR-ACHADA                         VALUE 'S'.

       01  WRK-IMAGEM-ANTES            PIC  X(124)         VALUE SPACES.
       01  WRK-IMAGEM-DEPOIS           PIC  X(124)         VALUE SPACES.
       01  WRK-IMAGEM-ATUAL            PIC  X(124)         VALUE SPACES.

      *    RESULTADO DO ESTORNO, APURADO AO FIM DA PRIMEIRA PASSADA    *
       01  WRK-RESULTADO-ESTORNO       PIC  X(001)         VALUE SPACE.
           88 WRK-ESTORNO-SEM-DIARIO                       VALUE 'V'.
           88 WRK-ESTORNO-RECUSADO                         VALUE 'C'.
           88 WRK-ESTORNO-SEM-PENDENCIA                    VALUE 'N'.
           88 WRK-ESTORNO-LIBERADO                         VALUE 'E'.

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
              'RESCDSB9 - ESTORNO DE EXECUCAO DO RESCDSA3 NO MEST'.
           05 FILLER                   PIC  X(018)         VALUE
              'RE MSTREST        '.
           05 FILLER                   PIC  X(018)         VALUE
              '   PROCESSAMENTO  '.
           05 WRK-CAB-DATA             PIC  9(008).
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LIN-PARAMETRO.
           05 FILLER                   PIC  X(031)         VALUE
              'DATA DA EXECUCAO A ESTORNAR:  '.
           05 WRK-PAR-DTA-ESTORNO      PIC  9(008).
           05 FILLER                   PIC  X(093)         VALUE SPACES.

       01  WRK-LIN-TITULO.
           05 WRK-TIT-DESCRICAO        PIC  X(070).
           05 FILLER                   PIC  X(062)         VALUE SPACES.

       01  WRK-LIN-COLUNAS-CONFLITO.
           05 FILLER                   PIC  X(006)         VALUE SPACES.
           05 FILLER                   PIC  X(014)         VALUE
              'CPF-CGC  /FIL.'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              'TIP'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(060)         VALUE
              'MOTIVO DO CONFLITO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              'EXEC.POS'.
           05 FILLER                   PIC  X(035)         VALUE SPACES.

       01  WRK-LIN-DET-CONFLITO.
           05 FILLER                   PIC  X(006)         VALUE SPACES.
           05 WRK-DCF-CPF-CGC          PIC  9(009).
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-DCF-FILIAL-CGC       PIC  9(004).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DCF-TIPO-IMPED       PIC  9(003).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DCF-MOTIVO           PIC  X(060).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DCF-DTA-POSTERIOR    PIC  X(008).
           05 FILLER                   PIC  X(035)         VALUE SPACES.

       01  WRK-LIN-COLUNAS-RESTAURADA.
           05 FILLER                   PIC  X(006)         VALUE SPACES.
           05 FILLER                   PIC  X(014)         VALUE
              'CPF-CGC  /FIL.'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              'TIP'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(017)         VALUE
              'OPERACAO NA EXEC.'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(014)         VALUE
              'SIT. NO MESTRE'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(015)         VALUE
              'SIT. RESTAURADA'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(012)         VALUE
              'ACAO'.
           05 FILLER                   PIC  X(041)         VALUE SPACES.

       01  WRK-LIN-DET-RESTAURADA.
           05 FILLER                   PIC  X(006)         VALUE SPACES.
           05 WRK-DRS-CPF-CGC          PIC  9(009).
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-DRS-FILIAL-CGC       PIC  9(004).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRS-TIPO-IMPED       PIC  9(003).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRS-OPERACAO         PIC  X(017).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRS-SIT-MESTRE       PIC  X(014).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRS-SIT-RESTAURADA   PIC  X(015).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DRS-ACAO             PIC  X(012).
           05 FILLER                   PIC  X(041)         VALUE SPACES.

       01  WRK-LIN-NENHUMA.
           05 WRK-NEN-DESCRICAO        PIC  X(070).
           05 FILLER                   PIC  X(062)         VALUE SPACES.

       01  WRK-LIN-RESUMO.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RES-DESCRICAO        PIC  X(045).
           05 WRK-RES-QTD              PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(074)         VALUE SPACES.

       01  WRK-SITUACAO-TEXTO          PIC  X(015)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VARIAVEIS AUXILIARES ***'.
      *----------------------------------------------------------------*

       01  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       01  WRK-MASC                    PIC  ZZZ.ZZZ.ZZ9    VALUE SPACES.
       01  WRK-DATA-EXECUCAO           PIC  9(008)         VALUE ZEROS.
       01  WRK-DTA-PROCESSAMENTO       PIC  9(008)         VALUE ZEROS.
       01  WRK-HORA-EXECUCAO           PIC  9(008)         VALUE ZEROS.

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
           05 WRK-EXCLUSAO             PIC  X(013)         VALUE
             'NA EXCLUSAO'.
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
           '*** RESCDSB9 - FIM DA AREA DE WORKING ***'.
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
               ON ASCENDING KEY SRT-CHAVE
                                SRT-SEQUENCIA
               INPUT PROCEDURE  IS 2000-LER-DIARIO
               OUTPUT PROCEDURE IS 2500-CONFERIR-CHAVES

           PERFORM 2900-APURAR-RESULTADO

           PERFORM 3000-RESTAURAR-CHAVES

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

           ACCEPT WRK-HORA-EXECUCAO    FROM TIME

           OPEN INPUT  PARMBKOT
                       EARQJRNL

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMBKOT

           PERFORM 1120-TESTAR-FS-EARQJRNL

           OPEN I-O    MSTREST

           PERFORM 1130-TESTAR-FS-MSTREST

           OPEN OUTPUT BKOWORK
                       SARQRBKO

           PERFORM 1140-TESTAR-FS-BKOWORK

           PERFORM 1160-TESTAR-FS-SARQRBKO

           PERFORM 1200-LER-PARAMETRO

           PERFORM 1300-EMITIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGISTRAR O INICIO DO ESTORNO NO CONTROLE DA ESTEIRA - O    *
      *    ESTORNO E AVULSO (SEM DEPENDENCIAS), MAS FICA REGISTRADO NA *
      *    DATA DE PROCESSAMENTO E NAO RODA DUAS VEZES NA MESMA DATA   *
      *    SEM REEXECUCAO FORCADA                                      *
      ******************************************************************
      *----------------------------------------------------------------*
       1050-INICIAR-ESTEIRA            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESCWCTL-AREA
           MOVE ZEROS                  TO RESCWCTL-DTA-PROCESSAMENTO
                                          RESCWCTL-INSTANCIA
                                          RESCWCTL-RETURN-CODE
           MOVE 'I'                    TO RESCWCTL-FUNCAO
           MOVE 'RESCDSB9'             TO RESCWCTL-ETAPA
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
      *    TESTAR FILE-STATUS DO CARTAO DE PARAMETRO - PARMBKOT        *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-TESTAR-FS-PARMBKOT         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-PARMBKOT          NOT EQUAL ZEROS
              MOVE 'PARMBKOT'          TO WRK-ARQUIVO
              MOVE WRK-FS-PARMBKOT     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0010'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO DIARIO DE IMAGENS - EARQJRNL          *
      ******************************************************************
      *----------------------------------------------------------------*
       1120-TESTAR-FS-EARQJRNL         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQJRNL          NOT EQUAL ZEROS
              MOVE 'EARQJRNL'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQJRNL     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0020'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO ARQUIVO MESTRE - MSTREST              *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-MSTREST          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTREST           NOT EQUAL ZEROS
              MOVE 'MSTREST'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTREST      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS CHAVES A RESTAURAR - BKOWORK         *
      ******************************************************************
      *----------------------------------------------------------------*
       1140-TESTAR-FS-BKOWORK          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-BKOWORK           NOT EQUAL ZEROS
              MOVE 'BKOWORK'           TO WRK-ARQUIVO
              MOVE WRK-FS-BKOWORK      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0040'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS REVERSOES NO DIARIO - SARQJRNL       *
      *    ('05' = ARQUIVO CRIADO NESTA EXECUCAO)                      *
      ******************************************************************
      *----------------------------------------------------------------*
       1150-TESTAR-FS-SARQJRNL         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQJRNL          NOT EQUAL ZEROS
              AND WRK-FS-SARQJRNL      NOT EQUAL '05'
              MOVE 'SARQJRNL'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQJRNL     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0050'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO RELATORIO DO ESTORNO - SARQRBKO       *
      ******************************************************************
      *----------------------------------------------------------------*
       1160-TESTAR-FS-SARQRBKO         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRBKO          NOT EQUAL ZEROS
              MOVE 'SARQRBKO'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQRBKO     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0060'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O CARTAO DE PARAMETRO - A DATA DA EXECUCAO A ESTORNAR E *
      *    OBRIGATORIA, NUMERICA E NAO POSTERIOR AO PROCESSAMENTO      *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-LER-PARAMETRO              SECTION.
      *----------------------------------------------------------------*

           READ PARMBKOT               INTO RESCWBKO-REG-PARM

           IF WRK-FS-PARMBKOT          EQUAL '10'
              MOVE 'PARM AUSENTE'      TO WRK-OPERACAO
              MOVE 'PARMBKOT'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0070'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMBKOT

           IF RESCWBKO-DTA-ESTORNO     NOT NUMERIC
              OR RESCWBKO-DTA-ESTORNO  EQUAL ZEROS
              OR RESCWBKO-DTA-ESTORNO  GREATER WRK-DTA-PROCESSAMENTO
              MOVE 'PARM DATA'         TO WRK-OPERACAO
              MOVE 'PARMBKOT'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0080'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           MOVE RESCWBKO-DTA-ESTORNO   TO WRK-DTA-ESTORNO.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O CABECALHO DO RELATORIO E O TITULO DA SECAO DE      *
      *    CONFLITOS, CUJAS LINHAS SAEM DURANTE A PRIMEIRA PASSADA     *
      ******************************************************************
      *----------------------------------------------------------------*
       1300-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-EXECUCAO      TO WRK-CAB-DATA
           MOVE WRK-DTA-ESTORNO        TO WRK-PAR-DTA-ESTORNO

           WRITE FD-SARQRBKO           FROM WRK-LIN-TRACO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRBKO

           WRITE FD-SARQRBKO           FROM WRK-LIN-CABEC1

           PERFORM 1160-TESTAR-FS-SARQRBKO

           WRITE FD-SARQRBKO           FROM WRK-LIN-TRACO

           PERFORM 1160-TESTAR-FS-SARQRBKO

           WRITE FD-SARQRBKO           FROM WRK-LIN-PARAMETRO

           PERFORM 1160-TESTAR-FS-SARQRBKO

           WRITE FD-SARQRBKO           FROM WRK-LIN-BRANCO

           PERFORM 1160-TESTAR-FS-SARQRBKO

           MOVE
           'CHAVES ALTERADAS DEPOIS DA EXECUCAO (IMPEDEM O ESTORNO)'
                                       TO WRK-TIT-DESCRICAO

           WRITE FD-SARQRBKO           FROM WRK-LIN-TITULO

           PERFORM 1160-TESTAR-FS-SARQRBKO

           WRITE FD-SARQRBKO           FROM WRK-LIN-COLUNAS-CONFLITO

           PERFORM 1160-TESTAR-FS-SARQRBKO.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT - LER O DIARIO INTEIRO E    *
      *    LIBERAR OS REGISTROS DA DATA ESTORNADA E DAS POSTERIORES,   *
      *    NUMERADOS NA ORDEM DE GRAVACAO                              *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-LER-DIARIO                 SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-LER-PROX-DIARIO
               UNTIL WRK-ESGOTOU-EARQJRNL

           CLOSE EARQJRNL

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-EARQJRNL.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DO DIARIO E LIBERA-LO QUANDO FOR DA  *
      *    DATA ESTORNADA OU POSTERIOR                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-LER-PROX-DIARIO            SECTION.
      *----------------------------------------------------------------*

           READ EARQJRNL               INTO RESTWDJR-REG-DIARIO

           IF WRK-FS-EARQJRNL          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQJRNL
              GO                       TO 2100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-EARQJRNL

           ADD 1                       TO ACU-LIDOS-EARQJRNL

           IF RESTWDJR-DTA-EXECUCAO    LESS WRK-DTA-ESTORNO
              GO                       TO 2100-99-FIM
           END-IF

           IF RESTWDJR-DTA-EXECUCAO    EQUAL WRK-DTA-ESTORNO
              ADD 1                    TO ACU-REGS-DA-DATA
           ELSE
              ADD 1                    TO ACU-REGS-POSTERIORES
           END-IF

           MOVE RESTWDJR-CHAVE         TO SRT-CHAVE
           MOVE ACU-LIDOS-EARQJRNL     TO SRT-SEQUENCIA
           MOVE RESTWDJR-DTA-EXECUCAO  TO SRT-DTA-EXECUCAO
           MOVE RESTWDJR-OPERACAO      TO SRT-OPERACAO
           MOVE RESTWDJR-IMAGEM-ANTES  TO SRT-IMAGEM-ANTES
           MOVE RESTWDJR-IMAGEM-DEPOIS TO SRT-IMAGEM-DEPOIS

           RELEASE SRT-REG-DIARIO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE SAIDA DO SORT - PRIMEIRA PASSADA: CONFERIR  *
      *    CADA CHAVE DA EXECUCAO, EMITIR OS CONFLITOS E GRAVAR NO     *
      *    BKOWORK AS CHAVES A RESTAURAR. O MESTRE NAO E ALTERADO AQUI *
      ******************************************************************
      *----------------------------------------------------------------*
       2500-CONFERIR-CHAVES            SECTION.
      *----------------------------------------------------------------*

           PERFORM 2510-RETORNAR-REGISTRO

           PERFORM 2600-CONFERIR-CHAVE
               UNTIL WRK-ESGOTOU-CLASSIFICACAO

           CLOSE BKOWORK

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-BKOWORK.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    RETORNAR O PROXIMO REGISTRO DA CLASSIFICACAO                *
      ******************************************************************
      *----------------------------------------------------------------*
       2510-RETORNAR-REGISTRO          SECTION.
      *----------------------------------------------------------------*

           RETURN SARQSORT
               AT END
                  MOVE 'S'             TO WRK-FIM-CLASSIFICACAO
           END-RETURN.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONFERIR A CHAVE CORRENTE: REUNIR OS SEUS REGISTROS NO      *
      *    DIARIO, E, SE FOI TOCADA NA DATA ESTORNADA, VERIFICAR QUE   *
      *    NAO HOUVE EXECUCAO POSTERIOR E QUE O MESTRE AINDA ESTA COMO *
      *    A EXECUCAO O DEIXOU                                         *
      ******************************************************************
      *----------------------------------------------------------------*
       2600-CONFERIR-CHAVE             SECTION.
      *----------------------------------------------------------------*

           MOVE SRT-CHAVE              TO WRK-CHAVE-CORRENTE
           MOVE 'N'                    TO WRK-ACHOU-DA-DATA
           MOVE ZEROS                  TO WRK-DTA-POSTERIOR
                                          WRK-QTD-POSTERIORES

           PERFORM 2610-ACUMULAR-REGISTRO
               UNTIL WRK-ESGOTOU-CLASSIFICACAO
                  OR SRT-CHAVE         NOT EQUAL WRK-CHAVE-CORRENTE

           MOVE 1                      TO WRK-IDX-PST

           PERFORM 2650-APURAR-POSTERIOR
               UNTIL WRK-IDX-PST       GREATER WRK-QTD-POSTERIORES

           IF NOT WRK-CHAVE-DA-EXECUCAO
              GO                       TO 2600-99-FIM
           END-IF

           ADD 1                       TO ACU-CHAVES-DA-EXECUCAO

           IF WRK-DTA-POSTERIOR        GREATER ZEROS
              MOVE 'ALTERADA POR EXECUCAO POSTERIOR DO RESCDSA3'
                                       TO WRK-DCF-MOTIVO
              MOVE WRK-DTA-POSTERIOR   TO WRK-DCF-DTA-POSTERIOR
              PERFORM 2700-EMITIR-CONFLITO
              GO                       TO 2600-99-FIM
           END-IF

           PERFORM 2620-LER-MESTRE-ATUAL

           IF WRK-IMAGEM-ATUAL         NOT EQUAL WRK-IMAGEM-DEPOIS
              MOVE
              'MESTRE ALTERADO POR OUTRO PROCESSO DEPOIS DA EXECUCAO'
                                       TO WRK-DCF-MOTIVO
              MOVE SPACES              TO WRK-DCF-DTA-POSTERIOR
              PERFORM 2700-EMITIR-CONFLITO
              GO                       TO 2600-99-FIM
           END-IF

           IF WRK-IMAGEM-ANTES         EQUAL WRK-IMAGEM-DEPOIS
              ADD 1                    TO ACU-CHAVES-JA-ESTORNADAS
              GO                       TO 2600-99-FIM
           END-IF

           PERFORM 2800-GRAVAR-A-RESTAURAR.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ACUMULAR UM REGISTRO DA CHAVE CORRENTE - DA DATA ESTORNADA  *
      *    FICA A OPERACAO E A IMAGEM ANTES DO PRIMEIRO REGISTRO E A   *
      *    IMAGEM DEPOIS DO ULTIMO; DAS DATAS POSTERIORES, A OPERACAO  *
      *    DO ULTIMO REGISTRO DE CADA DATA                             *
      ******************************************************************
      *----------------------------------------------------------------*
       2610-ACUMULAR-REGISTRO          SECTION.
      *----------------------------------------------------------------*

           IF SRT-DTA-EXECUCAO         EQUAL WRK-DTA-ESTORNO
              IF NOT WRK-CHAVE-DA-EXECUCAO
                 MOVE 'S'              TO WRK-ACHOU-DA-DATA
                 MOVE SRT-OPERACAO     TO WRK-OPERACAO-EXECUCAO
                 MOVE SRT-IMAGEM-ANTES TO WRK-IMAGEM-ANTES
              END-IF
              MOVE SRT-IMAGEM-DEPOIS   TO WRK-IMAGEM-DEPOIS
           ELSE
              PERFORM 2630-REGISTRAR-POSTERIOR
           END-IF

           PERFORM 2510-RETORNAR-REGISTRO.

      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGISTRAR NA TABELA A OPERACAO DO REGISTRO DE DATA          *
      *    POSTERIOR, SUBSTITUINDO A DE UM REGISTRO ANTERIOR DA MESMA  *
      *    DATA. COM A TABELA CHEIA, A DATA NOVA CONTA COMO ALTERACAO  *
      *    POSTERIOR                                                   *
      ******************************************************************
      *----------------------------------------------------------------*
       2630-REGISTRAR-POSTERIOR        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ACHOU-POSTERIOR
           MOVE 1                      TO WRK-IDX-PST

           PERFORM 2640-PROCURAR-POSTERIOR
               UNTIL WRK-IDX-PST       GREATER WRK-QTD-POSTERIORES
                  OR WRK-POSTERIOR-ACHADA

           IF WRK-POSTERIOR-ACHADA
              MOVE SRT-OPERACAO        TO WRK-PST-OPER(WRK-IDX-PST)
              GO                       TO 2630-99-FIM
           END-IF

           IF WRK-QTD-POSTERIORES      NOT LESS 400
              IF SRT-DTA-EXECUCAO      GREATER WRK-DTA-POSTERIOR
                 MOVE SRT-DTA-EXECUCAO TO WRK-DTA-POSTERIOR
              END-IF
              GO                       TO 2630-99-FIM
           END-IF

           ADD 1                       TO WRK-QTD-POSTERIORES

           MOVE WRK-QTD-POSTERIORES    TO WRK-IDX-PST

           MOVE SRT-DTA-EXECUCAO       TO WRK-PST-DATA(WRK-IDX-PST)
           MOVE SRT-OPERACAO           TO WRK-PST-OPER(WRK-IDX-PST).

      *----------------------------------------------------------------*
       2630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCURAR NA TABELA A DATA DO REGISTRO CORRENTE              *
      ******************************************************************
      *----------------------------------------------------------------*
       2640-PROCURAR-POSTERIOR         SECTION.
      *----------------------------------------------------------------*

           IF WRK-PST-DATA(WRK-IDX-PST)
                                       EQUAL SRT-DTA-EXECUCAO
              MOVE 'S'                 TO WRK-ACHOU-POSTERIOR
           ELSE
              ADD 1                    TO WRK-IDX-PST
           END-IF.

      *----------------------------------------------------------------*
       2640-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    APURAR A MAIOR DATA POSTERIOR AINDA NAO ESTORNADA - A DATA  *
      *    CUJO ULTIMO REGISTRO E UMA REVERSAO (R) E IGNORADA          *
      ******************************************************************
      *----------------------------------------------------------------*
       2650-APURAR-POSTERIOR           SECTION.
      *----------------------------------------------------------------*

           IF WRK-PST-OPER(WRK-IDX-PST)
                                       NOT EQUAL 'R'
              IF WRK-PST-DATA(WRK-IDX-PST)
                                       GREATER WRK-DTA-POSTERIOR
                 MOVE WRK-PST-DATA(WRK-IDX-PST)
                                       TO WRK-DTA-POSTERIOR
              END-IF
           END-IF

           ADD 1                       TO WRK-IDX-PST.

      *----------------------------------------------------------------*
       2650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER NO MESTRE A SITUACAO ATUAL DA CHAVE CORRENTE - A CHAVE  *
      *    AUSENTE FICA COM A IMAGEM EM BRANCO                         *
      ******************************************************************
      *----------------------------------------------------------------*
       2620-LER-MESTRE-ATUAL           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-IMAGEM-ATUAL

           MOVE WRK-CHAVE-CORRENTE     TO RESTWMST-CHAVE

           READ MSTREST

           IF WRK-FS-MSTREST           EQUAL '23'
              GO                       TO 2620-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-MSTREST

           MOVE RESTWMST-REG-MESTRE    TO WRK-IMAGEM-ATUAL.

      *----------------------------------------------------------------*
       2620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A LINHA DE UMA CHAVE EM CONFLITO                     *
      ******************************************************************
      *----------------------------------------------------------------*
       2700-EMITIR-CONFLITO            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CHAVE-CORRENTE     TO RESTWDJR-CHAVE

           MOVE RESTWDJR-CPF-CGC       TO WRK-DCF-CPF-CGC
           MOVE RESTWDJR-FILIAL-CGC    TO WRK-DCF-FILIAL-CGC
           MOVE RESTWDJR-TIPO-IMPED    TO WRK-DCF-TIPO-IMPED

           WRITE FD-SARQRBKO           FROM WRK-LIN-DET-CONFLITO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRBKO

           ADD 1                       TO ACU-CHAVES-EM-CONFLITO.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR NO BKOWORK A CHAVE CORRENTE A RESTAURAR              *
      ******************************************************************
      *----------------------------------------------------------------*
       2800-GRAVAR-A-RESTAURAR         SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDJR-REG-DIARIO
           MOVE WRK-DTA-ESTORNO        TO RESTWDJR-DTA-EXECUCAO
           MOVE WRK-HORA-EXECUCAO      TO RESTWDJR-HORA-EXECUCAO
           MOVE 'RESCDSB9'             TO RESTWDJR-PROGRAMA
           MOVE WRK-OPERACAO-EXECUCAO  TO RESTWDJR-OPERACAO
           MOVE WRK-CHAVE-CORRENTE     TO RESTWDJR-CHAVE
           MOVE WRK-IMAGEM-ANTES       TO RESTWDJR-IMAGEM-ANTES
           MOVE WRK-IMAGEM-DEPOIS      TO RESTWDJR-IMAGEM-DEPOIS

           WRITE FD-BKOWORK            FROM RESTWDJR-REG-DIARIO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-BKOWORK

           ADD 1                       TO ACU-CHAVES-A-RESTAURAR.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    APURAR O RESULTADO DA PRIMEIRA PASSADA E FECHAR A SECAO DE  *
      *    CONFLITOS DO RELATORIO                                      *
      ******************************************************************
      *----------------------------------------------------------------*
       2900-APURAR-RESULTADO           SECTION.
      *----------------------------------------------------------------*

           MOVE 'E'                    TO WRK-RESULTADO-ESTORNO

           IF ACU-CHAVES-A-RESTAURAR   EQUAL ZEROS
              MOVE 'N'                 TO WRK-RESULTADO-ESTORNO
           END-IF

           IF ACU-CHAVES-EM-CONFLITO   GREATER ZEROS
              MOVE 'C'                 TO WRK-RESULTADO-ESTORNO
           END-IF

           IF ACU-REGS-DA-DATA         EQUAL ZEROS
              MOVE 'V'                 TO WRK-RESULTADO-ESTORNO
           END-IF

           IF ACU-CHAVES-EM-CONFLITO   EQUAL ZEROS
              MOVE '  NENHUMA CHAVE EM CONFLITO'
                                       TO WRK-NEN-DESCRICAO
              WRITE FD-SARQRBKO        FROM WRK-LIN-NENHUMA
              MOVE WRK-GRAVACAO        TO WRK-OPERACAO
              PERFORM 1160-TESTAR-FS-SARQRBKO
           END-IF

           WRITE FD-SARQRBKO           FROM WRK-LIN-BRANCO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRBKO

           MOVE 'CHAVES RESTAURADAS PARA A IMAGEM ANTERIOR A EXECUCAO'
                                       TO WRK-TIT-DESCRICAO

           WRITE FD-SARQRBKO           FROM WRK-LIN-TITULO

           PERFORM 1160-TESTAR-FS-SARQRBKO

           WRITE FD-SARQRBKO           FROM WRK-LIN-COLUNAS-RESTAURADA

           PERFORM 1160-TESTAR-FS-SARQRBKO.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SEGUNDA PASSADA - RESTAURAR NO MESTRE AS CHAVES DO BKOWORK, *
      *    SO QUANDO NENHUMA CHAVE DA EXECUCAO ESTA EM CONFLITO        *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-RESTAURAR-CHAVES           SECTION.
      *----------------------------------------------------------------*

           IF NOT WRK-ESTORNO-LIBERADO
              PERFORM 3900-EMITIR-RECUSA
              GO                       TO 3000-99-FIM
           END-IF

           OPEN INPUT  BKOWORK

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-BKOWORK

           OPEN EXTEND SARQJRNL

           PERFORM 1150-TESTAR-FS-SARQJRNL

           PERFORM 3100-RESTAURAR-PROX-CHAVE
               UNTIL WRK-ESGOTOU-BKOWORK

           CLOSE BKOWORK
                 SARQJRNL

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-BKOWORK

           PERFORM 1150-TESTAR-FS-SARQJRNL.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    RESTAURAR A PROXIMA CHAVE DO BKOWORK: A CHAVE INCLUIDA NA   *
      *    EXECUCAO E EXCLUIDA; A CHAVE QUE JA NAO ESTA NO MESTRE E    *
      *    REINCLUIDA; AS DEMAIS SAO REGRAVADAS COM A IMAGEM ANTES.    *
      *    A REVERSAO E GRAVADA NO DIARIO COM AS IMAGENS INVERTIDAS    *
      ******************************************************************
      *----------------------------------------------------------------*
       3100-RESTAURAR-PROX-CHAVE       SECTION.
      *----------------------------------------------------------------*

           READ BKOWORK                INTO RESTWDJR-REG-DIARIO

           IF WRK-FS-BKOWORK           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-BKOWORK
              GO                       TO 3100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-BKOWORK

           MOVE RESTWDJR-IMAGEM-ANTES  TO WRK-IMAGEM-ANTES
           MOVE RESTWDJR-IMAGEM-DEPOIS TO WRK-IMAGEM-DEPOIS

           PERFORM 3200-PREPARAR-LINHA

           IF WRK-IMAGEM-ANTES         EQUAL SPACES
              MOVE RESTWDJR-CHAVE      TO RESTWMST-CHAVE
              DELETE MSTREST
              MOVE WRK-EXCLUSAO        TO WRK-OPERACAO
              MOVE 'EXCLUIDA'          TO WRK-DRS-ACAO
              ADD 1                    TO ACU-EXCLUIDAS
           ELSE
              MOVE WRK-IMAGEM-ANTES    TO RESTWMST-REG-MESTRE
              IF WRK-IMAGEM-DEPOIS     EQUAL SPACES
                 WRITE RESTWMST-REG-MESTRE
                 MOVE WRK-GRAVACAO     TO WRK-OPERACAO
                 MOVE 'REINCLUIDA'     TO WRK-DRS-ACAO
                 ADD 1                 TO ACU-REINCLUIDAS
              ELSE
                 REWRITE RESTWMST-REG-MESTRE
                 MOVE WRK-REGRAVACAO   TO WRK-OPERACAO
                 MOVE 'RESTAURADA'     TO WRK-DRS-ACAO
                 ADD 1                 TO ACU-RESTAURADAS
              END-IF
           END-IF

           PERFORM 1130-TESTAR-FS-MSTREST

           PERFORM 3300-GRAVAR-REVERSAO

           WRITE FD-SARQRBKO           FROM WRK-LIN-DET-RESTAURADA

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRBKO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PREENCHER A LINHA DO RELATORIO DA CHAVE A RESTAURAR - AS    *
      *    SITUACOES SAO TIRADAS DAS IMAGENS PELO PROPRIO REGISTRO DO  *
      *    MESTRE, ANTES DE ELE RECEBER A IMAGEM A GRAVAR              *
      ******************************************************************
      *----------------------------------------------------------------*
       3200-PREPARAR-LINHA             SECTION.
      *----------------------------------------------------------------*

           MOVE RESTWDJR-CPF-CGC       TO WRK-DRS-CPF-CGC
           MOVE RESTWDJR-FILIAL-CGC    TO WRK-DRS-FILIAL-CGC
           MOVE RESTWDJR-TIPO-IMPED    TO WRK-DRS-TIPO-IMPED

           MOVE 'ALTERACAO'            TO WRK-DRS-OPERACAO

           IF RESTWDJR-INCLUSAO
              MOVE 'INCLUSAO'          TO WRK-DRS-OPERACAO
           END-IF

           IF RESTWDJR-ENCERRAMENTO
              MOVE 'ENCERRAMENTO'      TO WRK-DRS-OPERACAO
           END-IF

           IF RESTWDJR-REVERSAO
              MOVE 'REVERSAO'          TO WRK-DRS-OPERACAO
           END-IF

           MOVE WRK-IMAGEM-DEPOIS      TO RESTWMST-REG-MESTRE

           PERFORM 3250-DESCREVER-SITUACAO

           MOVE WRK-SITUACAO-TEXTO     TO WRK-DRS-SIT-MESTRE

           MOVE WRK-IMAGEM-ANTES       TO RESTWMST-REG-MESTRE

           PERFORM 3250-DESCREVER-SITUACAO

           MOVE WRK-SITUACAO-TEXTO     TO WRK-DRS-SIT-RESTAURADA.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    DESCREVER A SITUACAO DA IMAGEM QUE ESTA NO REGISTRO DO      *
      *    MESTRE - IMAGEM EM BRANCO = CHAVE AUSENTE DO MESTRE         *
      ******************************************************************
      *----------------------------------------------------------------*
       3250-DESCREVER-SITUACAO         SECTION.
      *----------------------------------------------------------------*

           MOVE 'SEM REGISTRO'         TO WRK-SITUACAO-TEXTO

           IF RESTWMST-ATIVA
              MOVE 'ATIVA'             TO WRK-SITUACAO-TEXTO
           END-IF

           IF RESTWMST-ENCERRADA
              MOVE 'ENCERRADA'         TO WRK-SITUACAO-TEXTO
           END-IF.

      *----------------------------------------------------------------*
       3250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR NO DIARIO A REVERSAO DA CHAVE CORRENTE, COM A DATA   *
      *    DA EXECUCAO ESTORNADA: A IMAGEM ANTES E A QUE ESTAVA NO     *
      *    MESTRE E A IMAGEM DEPOIS E A RESTAURADA                     *
      ******************************************************************
      *----------------------------------------------------------------*
       3300-GRAVAR-REVERSAO            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DTA-ESTORNO        TO RESTWDJR-DTA-EXECUCAO
           MOVE WRK-HORA-EXECUCAO      TO RESTWDJR-HORA-EXECUCAO
           MOVE 'RESCDSB9'             TO RESTWDJR-PROGRAMA
           MOVE 'R'                    TO RESTWDJR-OPERACAO
           MOVE WRK-IMAGEM-DEPOIS      TO RESTWDJR-IMAGEM-ANTES
           MOVE WRK-IMAGEM-ANTES       TO RESTWDJR-IMAGEM-DEPOIS

           WRITE FD-SARQJRNL           FROM RESTWDJR-REG-DIARIO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQJRNL

           ADD 1                       TO ACU-GRAVS-SARQJRNL.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR NO RELATORIO E NO CONSOLE O MOTIVO DE NENHUMA CHAVE  *
      *    TER SIDO RESTAURADA                                         *
      ******************************************************************
      *----------------------------------------------------------------*
       3900-EMITIR-RECUSA              SECTION.
      *----------------------------------------------------------------*

           IF WRK-ESTORNO-SEM-DIARIO
              MOVE '  NENHUM REGISTRO NO DIARIO PARA A DATA INFORMADA'
                                       TO WRK-NEN-DESCRICAO
           END-IF

           IF WRK-ESTORNO-RECUSADO
              MOVE '  ESTORNO RECUSADO - NENHUMA CHAVE FOI RESTAURADA'
                                       TO WRK-NEN-DESCRICAO
           END-IF

           IF WRK-ESTORNO-SEM-PENDENCIA
              MOVE '  EXECUCAO JA ESTORNADA - NADA A RESTAURAR'
                                       TO WRK-NEN-DESCRICAO
           END-IF

           WRITE FD-SARQRBKO           FROM WRK-LIN-NENHUMA

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRBKO

           IF WRK-ESTORNO-SEM-PENDENCIA
              GO                       TO 3900-99-FIM
           END-IF

           DISPLAY '***************** RESCDSB9 ******************'
           DISPLAY '*                                           *'
           DISPLAY '*  ESTORNO DA EXECUCAO DE ' WRK-DTA-ESTORNO
                   ' RECUSADO   *'

           IF WRK-ESTORNO-SEM-DIARIO
              DISPLAY '*  NENHUM REGISTRO NO DIARIO SARQJRNL       *'
              DISPLAY '*  PARA A DATA - CONFERIR O PARMBKOT        *'
           ELSE
              DISPLAY '*  HA CHAVES ALTERADAS DEPOIS DA EXECUCAO - *'
              DISPLAY '*  VER O RELATORIO SARQRBKO. O MESTRE NAO   *'
              DISPLAY '*  FOI ALTERADO                             *'
           END-IF

           DISPLAY '*                                           *'
           DISPLAY '***************** RESCDSB9 ******************'.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FINALIZACAO - O ESTORNO RECUSADO TERMINA COM RETORNO 12     *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 4050-EMITIR-RESUMO

           PERFORM 4100-EMITIR-TOTAIS

           CLOSE PARMBKOT
                 MSTREST
                 SARQRBKO

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMBKOT

           PERFORM 1130-TESTAR-FS-MSTREST

           PERFORM 1160-TESTAR-FS-SARQRBKO

           IF WRK-ESTORNO-RECUSADO
              OR WRK-ESTORNO-SEM-DIARIO
              MOVE 12                  TO RETURN-CODE
           END-IF

           PERFORM 4900-FINALIZAR-ESTEIRA

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

           WRITE FD-SARQRBKO           FROM WRK-LIN-BRANCO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRBKO

           WRITE FD-SARQRBKO           FROM WRK-LIN-TRACO

           PERFORM 1160-TESTAR-FS-SARQRBKO

           MOVE 'REGISTROS DA DATA NO DIARIO .................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REGS-DA-DATA       TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'CHAVES TOCADAS PELA EXECUCAO ................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CHAVES-DA-EXECUCAO TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'CHAVES EM CONFLITO ..........................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CHAVES-EM-CONFLITO TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'CHAVES JA ESTORNADAS ANTES ..................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CHAVES-JA-ESTORNADAS
                                       TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'CHAVES RESTAURADAS NO MESTRE ................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-RESTAURADAS        TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'CHAVES EXCLUIDAS DO MESTRE ..................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXCLUIDAS          TO WRK-RES-QTD

           PERFORM 4060-GRAVAR-RESUMO

           MOVE 'CHAVES REINCLUIDAS NO MESTRE ................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REINCLUIDAS        TO WRK-RES-QTD

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

           WRITE FD-SARQRBKO           FROM WRK-LIN-RESUMO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRBKO.

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
           '*********************** RESCDSB9 ***********************'.
           DISPLAY
           '*                                                      *'.
           DISPLAY
           '*        RESULTADO DO ESTORNO DA EXECUCAO:             *'.
           DISPLAY
           '*                                                      *'.

           MOVE ACU-LIDOS-EARQJRNL     TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO EARQJRNL       =>     ' WRK-MASC ' *'

           MOVE ACU-REGS-DA-DATA       TO WRK-MASC

           DISPLAY
           '* REGISTROS DA DATA ESTORNADA       =>     ' WRK-MASC ' *'

           MOVE ACU-REGS-POSTERIORES   TO WRK-MASC

           DISPLAY
           '* REGISTROS DE DATAS POSTERIORES    =>     ' WRK-MASC ' *'

           MOVE ACU-CHAVES-EM-CONFLITO TO WRK-MASC

           DISPLAY
           '* CHAVES EM CONFLITO                =>     ' WRK-MASC ' *'

           MOVE ACU-RESTAURADAS        TO WRK-MASC

           DISPLAY
           '* CHAVES RESTAURADAS NO MESTRE      =>     ' WRK-MASC ' *'

           MOVE ACU-EXCLUIDAS          TO WRK-MASC

           DISPLAY
           '* CHAVES EXCLUIDAS DO MESTRE        =>     ' WRK-MASC ' *'

           MOVE ACU-REINCLUIDAS        TO WRK-MASC

           DISPLAY
           '* CHAVES REINCLUIDAS NO MESTRE      =>     ' WRK-MASC ' *'

           MOVE ACU-GRAVS-SARQJRNL     TO WRK-MASC

           DISPLAY
           '* REVERSOES GRAVADAS NO SARQJRNL    =>     ' WRK-MASC ' *'

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

           MOVE 'REGISTROS DA DATA'    TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-REGS-DA-DATA       TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'CHAVES EM CONFLITO'   TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-CHAVES-EM-CONFLITO TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'RESTAURADAS'          TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-RESTAURADAS        TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'EXCLUIDAS'            TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-EXCLUIDAS          TO RESCWCTL-QTD-CONTADOR-4

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

           MOVE 'RESCDSB9'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
