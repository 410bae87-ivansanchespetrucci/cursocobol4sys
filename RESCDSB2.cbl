      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     EARQDIFR            I                      RESTWDDF        *
      *     EARQRISC            I                      RESTWDRK        *
      *     SARQALRT            O                      RESTWDAL        *
      *     SORTWK             TRABALHO DO SORT INTERNO                *
      *----------------------------------------------------------------*
      *    RESTWDRK - LAYOUT DO SCORE DE RISCO POR DOCUMENTO           *
      *    RESCWALT - LAYOUT DO PARAMETRO DE LIMITE DE SCORE           *
      *    RESTWDAL - LAYOUT DO EXTRATO DE ALERTAS                     *
      *    RESCWPVG - AREA DE COMUNICACAO DOS PARAMETROS EM VIGOR      *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC7 - PARAMETROS EM VIGOR (DD MSTPARM E PARMCTRL)      *
      *================================================================*

      *================================================================*
           SELECT EARQRISC ASSIGN      TO UT-S-EARQRISC
                      FILE STATUS      IS WRK-FS-EARQRISC.

           SELECT SARQALRT ASSIGN      TO UT-S-SARQALRT
                      FILE STATUS      IS WRK-FS-SARQALRT.


       01  FD-EARQRISC                 PIC  X(040).

      *----------------------------------------------------------------*
      *    OUTPUT - EXTRATO DE ALERTAS PRIORITARIOS (SARQALRT)         *
      *                                -  LRECL   = 093                *

       01  WRK-FS-EARQDIFR             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQRISC             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQALRT             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*

           COPY RESTWDAL.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS PARAMETROS EM VIGOR (RESCDSC7) ***'.
      *----------------------------------------------------------------*

           COPY RESCWPVG.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO LIMITE DE SCORE ***'.

           OPEN INPUT  EARQDIFR
                       EARQRISC

           MOVE WRK-ABERTURA           TO WRK-OPERACAO


           PERFORM 1120-TESTAR-FS-EARQRISC

           PERFORM 1200-LER-PARM-LIMITE

           OPEN OUTPUT SARQALRT
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO EXTRATO DE ALERTAS - SARQALRT         *
      ******************************************************************
      *----------------------------------------------------------------*

      ******************************************************************
      *    OBTER O LIMITE DE SCORE EM VIGOR (PARAMETRO PARMALRT, NA    *
      *    DATA DO PARMCTRL OU DO SISTEMA) - SEM LIMITE EM VIGOR,      *
      *    PERMANECE O LIMITE ZERO                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-LER-PARM-LIMITE            SECTION.
      *----------------------------------------------------------------*

           MOVE 'PARMALRT'             TO RESCWPVG-COD-PARAMETRO
           MOVE SPACES                 TO RESCWPVG-RESULTADO
           MOVE ZEROS                  TO RESCWPVG-DTA-REFERENCIA
                                          RESCWPVG-QTD-ITENS

           CALL 'RESCDSC7'             USING RESCWPVG-AREA

           IF RESCWPVG-SEM-VIGOR
              GO                       TO 1200-99-FIM
           END-IF

           MOVE RESCWPVG-VALOR (1)     TO RESCWALT-REG-PARM

           IF RESCWALT-SCORE-MINIMO    NOT NUMERIC
              MOVE 'PARM LIMITE'       TO WRK-OPERACAO

           CLOSE EARQDIFR
                 EARQRISC
                 SARQALRT

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-EARQRISC

           PERFORM 1140-TESTAR-FS-SARQALRT

           STOP RUN.
