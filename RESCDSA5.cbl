      * COM PONTO DECIMAL EXPLICITO NOS VALORES E DATAS DD/MM/AAAA,    *
      * ENTRE UM HEADER COM O CODIGO DA INSTITUICAO E UM TRAILER COM   *
      * A QUANTIDADE QUE A RECEPCAO DO BUREAU VALIDA - ELIMINANDO O    *
      * AJUSTE MANUAL EM PLANILHA ANTES DA TRANSMISSAO. CHAVES AINDA   *
      * RETIDAS NA FILA DE AVISO PREVIO (MSTAVPR, MANTIDA PELO         *
      * RESCDSB5) DENTRO DA DATA LIMITE NAO SAO ENVIADAS - O PAR E     *
      * LIDO E DESPREZADO, MANTENDO O PAREAMENTO. DA MESMA FORMA, O    *
      * PAR DE UMA CHAVE SUSPENSA POR CONTESTACAO OU ORDEM JUDICIAL,   *
      * OU ENCERRADA NO MESTRE (MSTREST - A FORCA VIA RESCDSB6 OU POR  *
      * LIQUIDACAO VIA RESCDSB8), NAO E ENVIADO AO BUREAU.             *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     EARQSRST            I                      RESTWDSR        *
      *     EARQSLIG            I                      RESTWDSL        *
      *     MSTAVPR             I  (OPCIONAL)          RESTWAVP        *
      *     MSTREST             I                      RESTWMST        *
      *     SARQBURO            O                      RESTWDBU        *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESTWDSR - LAYOUT DO SARQREST DO DIA (ENTRADA)              *
      *    RESTWDSL - LAYOUT DO SARQLIGC DO DIA (ENTRADA)              *
      *    RESTWAVP - LAYOUT DA FILA DE RETENCAO POR AVISO PREVIO      *
      *    RESTWMST - LAYOUT DO ARQUIVO MESTRE DE RESTRICOES           *
      *    RESTWDBU - LAYOUT DO ARQUIVO DE INTERCAMBIO (SAIDA)         *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC1 - CONTROLE DA ESTEIRA (DD PARMCTRL E MSTCTRL)      *
      *================================================================*

      *================================================================*
           SELECT EARQSLIG ASSIGN      TO UT-S-EARQSLIG
                      FILE STATUS      IS WRK-FS-EARQSLIG.

           SELECT OPTIONAL MSTAVPR
                      ASSIGN           TO MSTAVPR
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWAVP-CHAVE
                      FILE STATUS      IS WRK-FS-MSTAVPR.

           SELECT MSTREST
                      ASSIGN           TO MSTREST
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWMST-CHAVE
                      FILE STATUS      IS WRK-FS-MSTREST.

           SELECT SARQBURO ASSIGN      TO UT-S-SARQBURO
                      FILE STATUS      IS WRK-FS-SARQBURO.


       01  FD-EARQSLIG                 PIC  X(050).

      *----------------------------------------------------------------*
      *    INPUT - FILA DE RETENCAO POR AVISO PREVIO (MSTAVPR)         *
      *                                -  LRECL   = 080                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWAVP E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  MSTAVPR
           LABEL RECORD IS STANDARD.

           COPY RESTWAVP.

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
      *    OUTPUT - ARQUIVO DE INTERCAMBIO COM O BUREAU (SARQBURO)     *
      *                                -  LRECL   = 180                *
       01  ACU-LIDOS-EARQSRST          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-EARQSLIG          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQBURO          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-RETIDOS-AVISO           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-RETIDOS-SUSPENSAO       PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-RETIDOS-ENCERRADA       PIC  9(009) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE

       01  WRK-FS-EARQSRST             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQSLIG             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTAVPR              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTREST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQBURO             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  WRK-FIM-EXTRACAO            PIC  X(001)         VALUE 'N'.
           88 WRK-EXTRACAO-ENCERRADA                       VALUE 'S'.

       01  WRK-EXISTE-FILA-AVISO       PIC  X(001)         VALUE 'N'.
           88 WRK-FILA-AVISO-INFORMADA                     VALUE 'S'.

       01  WRK-RETIDA-AVISO            PIC  X(001)         VALUE 'N'.
           88 WRK-CHAVE-RETIDA-AVISO                       VALUE 'S'.

       01  WRK-SITUACAO-MESTRE         PIC  X(001)         VALUE SPACE.
           88 WRK-MESTRE-LIVRE                             VALUE SPACE.
           88 WRK-MESTRE-SUSPENSA                          VALUE 'S'.
           88 WRK-MESTRE-ENCERRADA                         VALUE 'E'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VARIAVEIS AUXILIARES ***'.
           'BATCH'.
       01  WRK-MASC                    PIC  ZZZ.ZZZ.ZZ9    VALUE SPACES.
       01  WRK-DATA-EXECUCAO           PIC  9(008)         VALUE ZEROS.
       01  WRK-DTA-PROCESSAMENTO       PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
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
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           PERFORM 1050-INICIAR-ESTEIRA

           ACCEPT WRK-DATA-EXECUCAO    FROM DATE YYYYMMDD

           MOVE RESCWCTL-DTA-PROCESSAMENTO
                                       TO WRK-DTA-PROCESSAMENTO

           OPEN INPUT  EARQSRST
                       EARQSLIG


           PERFORM 1120-TESTAR-FS-EARQSLIG

           OPEN INPUT  MSTAVPR

           PERFORM 1140-TESTAR-FS-MSTAVPR

           IF WRK-FS-MSTAVPR           EQUAL ZEROS
              MOVE 'S'                 TO WRK-EXISTE-FILA-AVISO
           END-IF

           OPEN INPUT  MSTREST

           PERFORM 1150-TESTAR-FS-MSTREST

           OPEN OUTPUT SARQBURO

           PERFORM 1130-TESTAR-FS-SARQBURO
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
           MOVE 'RESCDSA5'             TO RESCWCTL-ETAPA
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
      *    TESTAR FILE-STATUS DO SARQREST DO DIA - EARQSRST            *
      ******************************************************************
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA FILA DE AVISO PREVIO - MSTAVPR        *
      *    (ARQUIVO OPCIONAL - '05' = NAO INFORMADO, NADA RETIDO)      *
      ******************************************************************
      *----------------------------------------------------------------*
       1140-TESTAR-FS-MSTAVPR          SECTION.
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
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO ARQUIVO MESTRE - MSTREST              *
      ******************************************************************
      *----------------------------------------------------------------*
       1150-TESTAR-FS-MSTREST          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTREST           NOT EQUAL ZEROS
              MOVE 'MSTREST'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTREST      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0060'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER UM PAR DE DETALHES (RESTRICAO + LIGACAO) E GRAVAR O     *
      *    REGISTRO DELIMITADO CORRESPONDENTE - OS DOIS ARQUIVOS SAO   *
      *    GRAVADOS AOS PARES PELO RESCDSA1, ENTAO UM LADO ACABAR      *
      *    ANTES DO OUTRO E DIVERGENCIA DURA. O PAR DE UMA CHAVE       *
      *    AINDA RETIDA POR AVISO PREVIO, SUSPENSA OU ENCERRADA A      *
      *    FORCA NO MESTRE E LIDO MAS NAO E GRAVADO                    *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-EXTRAIR-PAR                SECTION.
              PERFORM 9999-ROTINA-ERRO
           END-IF

           PERFORM 3250-VERIFICAR-AVISO-PREVIO

           IF WRK-CHAVE-RETIDA-AVISO
              ADD 1                    TO ACU-RETIDOS-AVISO
              GO                       TO 3000-99-FIM
           END-IF

           PERFORM 3270-VERIFICAR-MESTRE

           IF WRK-MESTRE-SUSPENSA
              ADD 1                    TO ACU-RETIDOS-SUSPENSAO
              GO                       TO 3000-99-FIM
           END-IF

           IF WRK-MESTRE-ENCERRADA
              ADD 1                    TO ACU-RETIDOS-ENCERRADA
              GO                       TO 3000-99-FIM
           END-IF

           PERFORM 3300-GRAVAR-DETALHE-BUREAU.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    VERIFICAR SE A CHAVE DO PAR CORRENTE ESTA RETIDA NA FILA DE *
      *    AVISO PREVIO COM A DATA LIMITE AINDA NAO ALCANCADA          *
      ******************************************************************
      *----------------------------------------------------------------*
       3250-VERIFICAR-AVISO-PREVIO     SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-RETIDA-AVISO

           IF NOT WRK-FILA-AVISO-INFORMADA
              GO                       TO 3250-99-FIM
           END-IF

           MOVE RESTWDSR-CPF-CGC       TO RESTWAVP-CPF-CGC
           MOVE RESTWDSR-FILIAL-CGC    TO RESTWAVP-FILIAL-CGC
           MOVE RESTWDSR-TIPO-IMPED    TO RESTWAVP-TIPO-IMPED

           READ MSTAVPR

           IF WRK-FS-MSTAVPR           EQUAL '23'
              GO                       TO 3250-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-MSTAVPR

           IF RESTWAVP-RETIDA
              AND RESTWAVP-DTA-LIMITE  GREATER WRK-DTA-PROCESSAMENTO
              MOVE 'S'                 TO WRK-RETIDA-AVISO
           END-IF.

      *----------------------------------------------------------------*
       3250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    VERIFICAR NO MESTRE SE A CHAVE DO PAR CORRENTE ESTA         *
      *    SUSPENSA (CONTESTACAO/JUDICIAL) OU ENCERRADA - A            *
      *    CHAVE AUSENTE DO MESTRE SEGUE PARA O BUREAU NORMALMENTE     *
      ******************************************************************
      *----------------------------------------------------------------*
       3270-VERIFICAR-MESTRE           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACE                  TO WRK-SITUACAO-MESTRE

           MOVE RESTWDSR-CPF-CGC       TO RESTWMST-CPF-CGC
           MOVE RESTWDSR-FILIAL-CGC    TO RESTWMST-FILIAL-CGC
           MOVE RESTWDSR-TIPO-IMPED    TO RESTWMST-TIPO-IMPED

           READ MSTREST

           IF WRK-FS-MSTREST           EQUAL '23'
              GO                       TO 3270-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-MSTREST

           IF NOT RESTWMST-SEM-SUSPENSAO
              MOVE 'S'                 TO WRK-SITUACAO-MESTRE
              GO                       TO 3270-99-FIM
           END-IF

           IF RESTWMST-ENCERRADA
              MOVE 'E'                 TO WRK-SITUACAO-MESTRE
           END-IF.

      *----------------------------------------------------------------*
       3270-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    MONTAR E GRAVAR O DETALHE DELIMITADO DO PAR CORRENTE -      *
      *    VALORES COM PONTO DECIMAL EXPLICITO E DATAS DD/MM/AAAA      *

           CLOSE EARQSRST
                 EARQSLIG
                 MSTAVPR
                 MSTREST
                 SARQBURO

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-EARQSLIG

           PERFORM 1140-TESTAR-FS-MSTAVPR

           PERFORM 1150-TESTAR-FS-MSTREST

           PERFORM 1130-TESTAR-FS-SARQBURO

           PERFORM 4900-FINALIZAR-ESTEIRA

           STOP RUN.

      *----------------------------------------------------------------*
           DISPLAY
           '* DETALHES GRAVADOS NO SARQBURO     =>     ' WRK-MASC ' *'

           MOVE ACU-RETIDOS-AVISO      TO WRK-MASC

           DISPLAY
           '* PARES RETIDOS POR AVISO PREVIO    =>     ' WRK-MASC ' *'

           MOVE ACU-RETIDOS-SUSPENSAO  TO WRK-MASC

           DISPLAY
           '* PARES RETIDOS POR SUSPENSAO       =>     ' WRK-MASC ' *'

           MOVE ACU-RETIDOS-ENCERRADA  TO WRK-MASC

           DISPLAY
           '* PARES DE CHAVE ENCERRADA NO MST   =>     ' WRK-MASC ' *'

           DISPLAY
           '********************************************************'.

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

           MOVE 'LIDOS EARQSRST'       TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-LIDOS-EARQSRST     TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'GRAVADOS SARQBURO'    TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-GRAVS-SARQBURO     TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'RETIDOS AVISO'        TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-RETIDOS-AVISO      TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'RETIDOS SUSPENSAO'    TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-RETIDOS-SUSPENSAO  TO RESCWCTL-QTD-CONTADOR-4

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           MOVE RESCWCTL-RETURN-CODE   TO RETURN-CODE.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS                             *
      ******************************************************************
