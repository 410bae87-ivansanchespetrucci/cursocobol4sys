      *          DE VIGENCIA; SE A CHAVE VOLTAR A APARECER, A         *
      *          RESTRICAO E REATIVADA MANTENDO A DATA DE INCLUSAO    *
      *          ORIGINAL E ZERANDO A DATA DE ENCERRAMENTO            *
      *    SUSPENSAO (RESTWMST-SUSPENSAO), MANTIDA PELO RESCDSB6:     *
      *      BRANCO - SEM SUSPENSAO                                   *
      *      C - SUSPENSA POR CONTESTACAO DO DEVEDOR                  *
      *      J - SUSPENSA POR DETERMINACAO JUDICIAL                   *
      *      CHAVE SUSPENSA CONTINUA SENDO ATUALIZADA PELO RESCDSA3,  *
      *      MAS NAO E ENVIADA AO BUREAU PELO RESCDSA5                *
      *    MOTIVO DO ENCERRAMENTO (RESTWMST-MOTIVO-ENCERRAMENTO):     *
      *      BRANCO - DEIXOU DE APARECER NO SARQREST (RESCDSA3)       *
      *      F - ENCERRAMENTO FORCADO PELO RESCDSB6 - A CHAVE NAO E   *
      *          REATIVADA PELO RESCDSA3 ENQUANTO O ENCERRAMENTO NAO  *
      *          FOR LEVANTADO                                        *
      *      L - ENCERRAMENTO POR LIQUIDACAO DA DIVIDA, APLICADO      *
      *          PELO RESCDSB8 - A CHAVE SO E REATIVADA PELO RESCDSA3 *
      *          SE VOLTAR COM OCORRENCIA POSTERIOR A DATA DE         *
      *          ENCERRAMENTO (DIVIDA NOVA)                           *
      *================================================================*

       01  RESTWMST-REG-MESTRE.
           05 RESTWMST-ORIGEM             PIC X(001).
              88 RESTWMST-ORIGEM-FORNECEDOR          VALUE 'F'.
              88 RESTWMST-ORIGEM-COBRANCA            VALUE 'C'.

      *----------------------------------------------------------------*
      *    SUSPENSAO E MOTIVO DO ENCERRAMENTO - VER LEGENDA ACIMA      *
      *----------------------------------------------------------------*
           05 RESTWMST-SUSPENSAO          PIC X(001).
              88 RESTWMST-SEM-SUSPENSAO              VALUE SPACE.
              88 RESTWMST-SUSP-CONTESTACAO           VALUE 'C'.
              88 RESTWMST-SUSP-JUDICIAL              VALUE 'J'.
           05 RESTWMST-MOTIVO-ENCERRAMENTO
                                          PIC X(001).
              88 RESTWMST-ENC-AUSENCIA               VALUE SPACE.
              88 RESTWMST-ENC-FORCADO                VALUE 'F'.
              88 RESTWMST-ENC-LIQUIDACAO             VALUE 'L'.
           05 FILLER                      PIC X(007).
