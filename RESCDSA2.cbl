      *     EARQRJR             I                      RESTWDRR        *
      *     EARQRJL             I                      RESTWDRL        *
      *     CORRREST            I  (OPCIONAL)          RESCWCOR        *
      *     SARQRCR             O                      RESCWRES        *
      *     SARQRCL             O                      RESCWLIG        *
      *     SARQRJR             O                      RESTWDRR        *
      *    RESTWDRR - LAYOUT DA FILA DE REJEITOS DO EARQREST           *
      *    RESTWDRL - LAYOUT DA FILA DE REJEITOS DO EARQLIGC           *
      *    RESCWCOR - LAYOUT DO ARQUIVO DE CORRECOES DO OPERADOR       *
      *    RESCWCIC - LAYOUT DO PARAMETRO DE CICLOS (PARMRCCL)         *
      *    RESCWTAB - LAYOUT DOS CODIGOS VALIDOS (TABIMPED)            *
      *    RESCWRES - LAYOUT DO REGISTRO DE RESTRICOES (RECICLADO)     *
      *    RESCWLIG - LAYOUT DO REGISTRO DE LIGACOES (RECICLADO)       *
      *    RESTWDBX - LAYOUT DO RELATORIO DE BAIXAS                    *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *    RESCWPVG - AREA DE COMUNICACAO DOS PARAMETROS EM VIGOR      *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC1 - CONTROLE DA ESTEIRA (DD PARMCTRL E MSTCTRL)      *
      *    RESCDSC7 - PARAMETROS EM VIGOR (DD MSTPARM E PARMCTRL)      *
      *================================================================*

      *================================================================*
                      ASSIGN           TO UT-S-CORRREST
                      FILE STATUS      IS WRK-FS-CORRREST.

           SELECT SARQRCR  ASSIGN      TO UT-S-SARQRCR
                      FILE STATUS      IS WRK-FS-SARQRCR.


       01  FD-CORRREST                 PIC  X(228).

      *----------------------------------------------------------------*
      *    OUTPUT - RESTRICOES RECICLADAS JA CONSISTENTES (SARQRCR)    *
      *                                -  LRECL   = 093                *
       01  WRK-FS-EARQRJR              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQRJL              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-CORRREST             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRCR              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRCL              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRJR              PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS PARAMETROS EM VIGOR (RESCDSC7) ***'.
      *----------------------------------------------------------------*

           COPY RESCWPVG.

       01  WRK-IND-VIGOR               PIC  9(003) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO PARAMETRO PARMRCCL ***'.
      *----------------------------------------------------------------*

           COPY RESCWCIC.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO PARAMETRO TABIMPED ***'.
      *----------------------------------------------------------------*

           COPY RESCWTAB.
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

           OPEN INPUT  EARQRJR
                       EARQRJL
                       CORRREST

           MOVE WRK-ABERTURA           TO WRK-OPERACAO


           PERFORM 1130-TESTAR-FS-CORRREST

           PERFORM 1200-LER-PARM-CICLOS

           PERFORM 1210-CARREGAR-TABELA-CODIGOS
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
           MOVE 'RESCDSA2'             TO RESCWCTL-ETAPA
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
      *    TESTE DE FILE STATUS                                        *
      ******************************************************************

           PERFORM 1130-TESTAR-FS-CORRREST

           PERFORM 1150-TESTAR-FS-SARQRCR

           PERFORM 1160-TESTAR-FS-SARQRCL
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS RESTRICOES RECICLADAS - SARQRCR      *
      ******************************************************************
      *----------------------------------------------------------------*

      ******************************************************************
      *    OBTER O LIMITE DE CICLOS (PARAMETRO PARMRCCL EM VIGOR) -    *
      *    QUANDO NAO HA LIMITE EM VIGOR, PERMANECE O LIMITE PADRAO DE *
      *    5 CICLOS                                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-LER-PARM-CICLOS            SECTION.
      *----------------------------------------------------------------*

           MOVE 'PARMRCCL'             TO RESCWPVG-COD-PARAMETRO

           PERFORM 1205-OBTER-PARAMETRO-VIGOR

           IF RESCWPVG-SEM-VIGOR
              GO                       TO 1200-99-FIM
           END-IF

           MOVE RESCWPVG-VALOR (1)     TO RESCWCIC-REG-PARM

           IF (RESCWCIC-QTD-MAX-CICLOS NOT NUMERIC) OR
              (RESCWCIC-QTD-MAX-CICLOS EQUAL ZEROS)
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    OBTER DO CADASTRO DE PARAMETROS (ROTINA RESCDSC7) OS ITENS  *
      *    DO PARAMETRO INFORMADO EM RESCWPVG-COD-PARAMETRO QUE ESTAO  *
      *    EM VIGOR NA DATA DE PROCESSAMENTO DA ESTEIRA                *
      ******************************************************************
      *----------------------------------------------------------------*
       1205-OBTER-PARAMETRO-VIGOR      SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWCTL-DTA-PROCESSAMENTO
                                       TO RESCWPVG-DTA-REFERENCIA
           MOVE SPACES                 TO RESCWPVG-RESULTADO
           MOVE ZEROS                  TO RESCWPVG-QTD-ITENS

           CALL 'RESCDSC7'             USING RESCWPVG-AREA

           MOVE 1                      TO WRK-IND-VIGOR.

      *----------------------------------------------------------------*
       1205-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CARREGAR EM MEMORIA A TABELA DE CODIGOS VALIDOS DE TIPO-    *
      *    IMPED E MAIOR-GRAU (PARAMETRO TABIMPED EM VIGOR) - QUANDO   *
      *    NAO HA CODIGOS EM VIGOR, A VALIDACAO NUMERICA TRADICIONAL   *
      *    (CAMPO NAO-ZERO) PERMANECE EM VIGOR NA CONSISTENCIA         *
      ******************************************************************
      *----------------------------------------------------------------*
       1210-CARREGAR-TABELA-CODIGOS    SECTION.
           MOVE ZEROS                  TO WRK-QTD-TIPOS-VALIDOS
                                          WRK-QTD-GRAUS-VALIDOS

           MOVE 'TABIMPED'             TO RESCWPVG-COD-PARAMETRO

           PERFORM 1205-OBTER-PARAMETRO-VIGOR

           IF RESCWPVG-SEM-VIGOR
              GO                       TO 1210-99-FIM
           END-IF

           MOVE 'S'                    TO WRK-TABELA-CODIGOS-ATIVA

           PERFORM 1212-TRATAR-PROX-CODIGO
              UNTIL WRK-IND-VIGOR      GREATER RESCWPVG-QTD-ITENS.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TRATAR O PROXIMO CODIGO VALIDO EM VIGOR E ACUMULA-LO NA     *
      *    TABELA EM MEMORIA CORRESPONDENTE AO SEU TIPO                *
      ******************************************************************
      *----------------------------------------------------------------*
       1212-TRATAR-PROX-CODIGO         SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWPVG-VALOR (WRK-IND-VIGOR)
                                       TO RESCWTAB-REG-TABELA

           ADD 1                       TO WRK-IND-VIGOR

           IF RESCWTAB-TIPO-IMPEDIMENTO
              IF WRK-QTD-TIPOS-VALIDOS NOT LESS 50
                 MOVE 'TAB TIPO CHEIA' TO WRK-OPERACAO
                 MOVE 'TABIMPED'       TO WRK-ARQUIVO
                 MOVE '99'             TO WRK-FS
                 MOVE 'APL'            TO ERR-TIPO-ACESSO
                 MOVE '0120'           TO ERR-LOCAL
                 MOVE WRK-TEXTO        TO ERR-TEXTO
                 PERFORM 9999-ROTINA-ERRO
              END-IF
              ADD 1                    TO WRK-QTD-TIPOS-VALIDOS
              MOVE RESCWTAB-CODIGO     TO WRK-TIPO-VALIDO
                                          (WRK-QTD-TIPOS-VALIDOS)
           END-IF

           IF RESCWTAB-TIPO-GRAU
              IF WRK-QTD-GRAUS-VALIDOS NOT LESS 20
                 MOVE 'TAB GRAU CHEIA' TO WRK-OPERACAO
                 MOVE 'TABIMPED'       TO WRK-ARQUIVO
                 MOVE '99'             TO WRK-FS
                 MOVE 'APL'            TO ERR-TIPO-ACESSO
                 MOVE '0130'           TO ERR-LOCAL
                 MOVE WRK-TEXTO        TO ERR-TEXTO
                 PERFORM 9999-ROTINA-ERRO
              END-IF
              ADD 1                    TO WRK-QTD-GRAUS-VALIDOS
              MOVE RESCWTAB-CODIGO     TO WRK-GRAU-VALIDO
                                          (WRK-QTD-GRAUS-VALIDOS)
           END-IF.

      *----------------------------------------------------------------*
           CLOSE EARQRJR
                 EARQRJL
                 CORRREST
                 SARQRCR
                 SARQRCL
                 SARQRJR

           PERFORM 1100-TESTAR-FILE-STATUS

           PERFORM 4900-FINALIZAR-ESTEIRA

           STOP RUN.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
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

           MOVE 'LIDOS EARQRJR'        TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-LIDOS-EARQRJR      TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'LIDOS EARQRJL'        TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-LIDOS-EARQRJL      TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'RECICLADOS SARQRCR'   TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-RECICLADOS-SARQRCR TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'RECICLADOS SARQRCL'   TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-RECICLADOS-SARQRCL TO RESCWCTL-QTD-CONTADOR-4

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           MOVE RESCWCTL-RETURN-CODE   TO RETURN-CODE.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS                             *
      ******************************************************************
