      *    RESTWDEX - LAYOUT DO ARQUIVO DE EXCECOES                    *
      *    RESTWDRK - LAYOUT DO SCORE DE RISCO                         *
      *    RESTWDHS - LAYOUT DO HISTORICO DE EXECUCOES                 *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC1 - CONTROLE DA ESTEIRA (DD PARMCTRL E MSTCTRL)      *
      *================================================================*

      *================================================================*
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

           OPEN INPUT  EARQPRST
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
           MOVE 'RESCDSA8'             TO RESCWCTL-ETAPA
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
      *    TESTE DE FILE STATUS - TODOS OS ARQUIVOS (SOMENTE DEPOIS    *
      *    QUE TODOS ESTAO ABERTOS; '05' TOLERADO NOS OPCIONAIS)       *

           PERFORM 1100-TESTAR-FILE-STATUS

           PERFORM 4900-FINALIZAR-ESTEIRA

           STOP RUN.

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

           MOVE 'SEGMENTOS EARQPRST'   TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-SEGMENTOS-EARQPRST TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'GRAVADOS SARQREST'    TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-GRAVS-SARQREST     TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'GRAVADOS SARQLIGC'    TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-GRAVS-SARQLIGC     TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'PARCIAIS EARQHPAR'    TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-PARCIAIS-EARQHPAR  TO RESCWCTL-QTD-CONTADOR-4

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           MOVE RESCWCTL-RETURN-CODE   TO RETURN-CODE.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A MENSAGEM DE OPERACAO E ABORTAR POR DIVERGENCIA DE  *
      *    CONTROLE NUM ARQUIVO PARCIAL                                *

           MOVE 16                     TO RETURN-CODE

           PERFORM 4900-FINALIZAR-ESTEIRA

           STOP RUN.

      *----------------------------------------------------------------*
