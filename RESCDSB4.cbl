      *     EARQPURG            I  (OPCIONAL)          RESTWDPG        *
      *     EARQSRST            I  (OPCIONAL)          RESTWDSR        *
      *     EARQSLIG            I  (OPCIONAL)          RESTWDSL        *
      *     SARQLGPD            O                      RELATORIO 132   *
      *     SARQLGAU            O  (ACRESCIMO)         RESTWDLA        *
      *----------------------------------------------------------------*
      *    RESTWDLA - LAYOUT DA TRILHA DE AUDITORIA DE ACESSO          *
      *    RESCWRES - VISAO DO REGISTRO ORIGINAL REJEITADO (REST)      *
      *    RESCWLIG - VISAO DO REGISTRO ORIGINAL REJEITADO (LIGC)      *
      *    RESCWPVG - AREA DE COMUNICACAO DOS PARAMETROS EM VIGOR      *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC7 - PARAMETROS EM VIGOR (DD MSTPARM E PARMCTRL)      *
      *================================================================*

      *================================================================*
                      ASSIGN           TO UT-S-EARQSLIG
                      FILE STATUS      IS WRK-FS-EARQSLIG.

           SELECT SARQLGPD ASSIGN      TO UT-S-SARQLGPD
                      FILE STATUS      IS WRK-FS-SARQLGPD.


       01  FD-EARQSLIG                 PIC  X(050).

      *----------------------------------------------------------------*
      *    OUTPUT - EXTRATO LGPD POR TITULAR (SARQLGPD)                *
      *                                -  LRECL   = 132                *
       01  WRK-FS-EARQPURG             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQSRST             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQSLIG             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQLGPD             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQLGAU             PIC  X(002)         VALUE SPACES.

           '*** AREA DE REGRAS DE RETENCAO (TABRETEN) ***'.
      *----------------------------------------------------------------*

           COPY RESCWPVG.

       01  WRK-IND-VIGOR               PIC  9(003) COMP-3  VALUE ZEROS.

       01  WRK-TABELA-RETENCAO-ATIVA   PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-TABELA-RETENCAO                   VALUE 'S'.

           ACCEPT WRK-DATA-EXECUCAO    FROM DATE YYYYMMDD

           OPEN INPUT  EARQLGPD

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQLGPD

           PERFORM 1240-CARREGAR-TABELA-RETENCAO

           OPEN OUTPUT SARQLGPD
      *----------------------------------------------------------------*

      ******************************************************************
      *    CARREGAR EM MEMORIA AS REGRAS DE RETENCAO LEGAL EM VIGOR NA *
      *    DATA DA EXECUCAO (PARAMETRO TABRETEN, ROTINA RESCDSC7) -    *
      *    SEM REGRAS EM VIGOR, OS REGISTROS SAEM MARCADOS COMO SEM    *
      *    REGRA DE RETENCAO                                           *
      ******************************************************************
      *----------------------------------------------------------------*
       1240-CARREGAR-TABELA-RETENCAO   SECTION.
           MOVE 'N'                    TO WRK-TABELA-RETENCAO-ATIVA
           MOVE ZEROS                  TO WRK-QTD-RETENCOES

           MOVE 'TABRETEN'             TO RESCWPVG-COD-PARAMETRO
           MOVE WRK-DATA-EXECUCAO      TO RESCWPVG-DTA-REFERENCIA
           MOVE SPACES                 TO RESCWPVG-RESULTADO
           MOVE ZEROS                  TO RESCWPVG-QTD-ITENS

           CALL 'RESCDSC7'             USING RESCWPVG-AREA

           IF RESCWPVG-SEM-VIGOR
              GO                       TO 1240-99-FIM
           END-IF

           MOVE 'S'                    TO WRK-TABELA-RETENCAO-ATIVA

           MOVE 1                      TO WRK-IND-VIGOR

           PERFORM 1242-TRATAR-PROX-RETENCAO
              UNTIL WRK-IND-VIGOR      GREATER RESCWPVG-QTD-ITENS.

      *----------------------------------------------------------------*
       1240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TRATAR A PROXIMA REGRA DE RETENCAO EM VIGOR E ACUMULA-LA NA *
      *    TABELA EM MEMORIA                                           *
      ******************************************************************
      *----------------------------------------------------------------*
       1242-TRATAR-PROX-RETENCAO       SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWPVG-VALOR (WRK-IND-VIGOR)
                                       TO RESCWRET-REG-RETENCAO

           ADD 1                       TO WRK-IND-VIGOR

           IF WRK-QTD-RETENCOES        NOT LESS 50
              MOVE 'TAB RET CHEIA'     TO WRK-OPERACAO
           PERFORM 4100-EMITIR-TOTAIS

           CLOSE EARQLGPD
                 SARQLGPD
                 SARQLGAU


           PERFORM 1110-TESTAR-FS-EARQLGPD

           PERFORM 1150-TESTAR-FS-SARQLGPD

           PERFORM 1160-TESTAR-FS-SARQLGAU
