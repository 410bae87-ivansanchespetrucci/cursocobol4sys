      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESTWDSR - LAYOUT DO SARQREST QUE ALIMENTOU O RESCDSA3      *
      *    RESTWMST - LAYOUT DO ARQUIVO MESTRE DE RESTRICOES           *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC1 - CONTROLE DA ESTEIRA (DD PARMCTRL E MSTCTRL)      *
      *----------------------------------------------------------------*
      *    RETORNO.....: 0 - MESTRE INTEGRO E RECONCILIADO             *
      *                  8 - VIOLACOES OU DIVERGENCIAS ENCONTRADAS     *
      *                 12 - RECUSADO PELO CONTROLE DA ESTEIRA         *
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

           OPEN INPUT  EARQSRST

           MOVE WRK-ABERTURA           TO WRK-OPERACAO
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
           MOVE 'RESCDSA9'             TO RESCWCTL-ETAPA
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
      *    TESTAR FILE-STATUS DO SARQREST AUDITADO - EARQSRST          *
      ******************************************************************
              PERFORM 3020-EXIBIR-VIOLACAO
           END-IF

      *    A CHAVE ENCERRADA A FORCA PELO RESCDSB6 OU POR LIQUIDACAO   *
      *    PELO RESCDSB8 CONTINUA VINDO NO SARQREST E E ATUALIZADA     *
      *    PELO RESCDSA3 SEM SER REATIVADA, ENTAO ENTRA NA             *
      *    RECONCILIACAO COMO AS ATIVAS DO DIA                         *
           IF RESTWMST-ATIVA
              ADD 1                    TO ACU-ATIVAS-MSTREST
           END-IF

           IF RESTWMST-ATIVA OR RESTWMST-ENC-FORCADO
                             OR RESTWMST-ENC-LIQUIDACAO
              IF RESTWMST-DTA-ULT-ATUALIZ
                                       EQUAL WRK-DTA-SARQREST
                 ADD 1                 TO ACU-ATIVAS-DO-DIA
              MOVE 8                   TO RETURN-CODE
           END-IF

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

           MOVE 'LIDOS EARQSRST'       TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-LIDOS-EARQSRST     TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'LIDOS MSTREST'        TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-LIDOS-MSTREST      TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'ATIVAS MSTREST'       TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-ATIVAS-MSTREST     TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'DIVERGENCIAS'         TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-DIVERGENCIAS       TO RESCWCTL-QTD-CONTADOR-4

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           MOVE RESCWCTL-RETURN-CODE   TO RETURN-CODE.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS                             *
      ******************************************************************
