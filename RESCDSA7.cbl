      *    RESTWDRL - LAYOUT DA FILA DE REJEITOS DO EARQLIGC           *
      *    RESCWRES - REMONTAGEM DO REGISTRO DE RESTRICOES REJEITADO   *
      *    RESCWLIG - REMONTAGEM DO REGISTRO DE LIGACOES REJEITADO     *
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

           OPEN INPUT  EARQBRET
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
           MOVE 'RESCDSA7'             TO RESCWCTL-ETAPA
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
      *    TESTAR FILE-STATUS DO RETORNO DO BUREAU - EARQBRET          *
      ******************************************************************

           PERFORM 1140-TESTAR-FS-SARQRJL

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

           MOVE 'LIDOS EARQBRET'       TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-LIDOS-EARQBRET     TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'ACEITOS BUREAU'       TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-ACEITOS-BUREAU     TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'RECUSADOS BUREAU'     TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-RECUSADOS-BUREAU   TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'GRAVADOS SARQRJR'     TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-GRAVS-SARQRJR      TO RESCWCTL-QTD-CONTADOR-4

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           MOVE RESCWCTL-RETURN-CODE   TO RETURN-CODE.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A MENSAGEM DE OPERACAO E ABORTAR POR DIVERGENCIA DE  *
      *    QUANTIDADE OU DE CONTEUDO ENTRE O RETORNO E O ENVIO         *
