      *================================================================*
      *    COPY........: RESTWDHL                                     *
      *    OBJETIVO....: LAYOUT DO HISTORICO DE LIQUIDACOES DA        *
      *                  COBRANCA (SARQHLIQ) - GRAVADO EM ACRESCIMO   *
      *                  PELO RESCDSB8, UM REGISTRO POR LIQUIDACAO    *
      *                  RECEBIDA, COM O RESULTADO, A DATA DE REMOCAO *
      *                  E OS DIAS UTEIS ENTRE O PAGAMENTO E A        *
      *                  REMOCAO, MAIS A IMAGEM DA LIQUIDACAO         *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    RESULTADO (RESTWDHL-RESULTADO):                            *
      *      E - RESTRICAO ENCERRADA NO MESTRE NESTE PROCESSAMENTO    *
      *      J - RESTRICAO JA ENCERRADA NO MESTRE (REMOCAO = DATA DE  *
      *          ENCERRAMENTO JA EXISTENTE)                           *
      *      S - NENHUMA RESTRICAO NO MESTRE PARA A CHAVE             *
      *      R - LIQUIDACAO REJEITADA (VER RESTWDHL-COD-REJEICAO)     *
      *    CODIGO DE REJEICAO (RESTWDHL-COD-REJEICAO):                *
      *      01 - CHAVE NAO NUMERICA                                  *
      *      02 - DATA DE PAGAMENTO INVALIDA                          *
      *      03 - DATA DE PAGAMENTO POSTERIOR AO PROCESSAMENTO        *
      *      04 - VALOR PAGO NAO NUMERICO OU ZERADO                   *
      *      05 - CONTRATO NAO INFORMADO                              *
      *    PRAZO (RESTWDHL-SITUACAO-PRAZO), EM DIAS UTEIS APOS O      *
      *    PAGAMENTO, SOMENTE PARA OS RESULTADOS E E J:               *
      *      P - REMOCAO DENTRO DO PRAZO LEGAL                        *
      *      L - REMOCAO NO ULTIMO DIA DO PRAZO LEGAL                 *
      *      V - REMOCAO DEPOIS DO PRAZO LEGAL                        *
      *================================================================*

       01  RESTWDHL-REG-HISTORICO.
           05 RESTWDHL-DTA-PROCESSAMENTO  PIC 9(008).
           05 RESTWDHL-RESULTADO          PIC X(001).
              88 RESTWDHL-ENCERRADA                   VALUE 'E'.
              88 RESTWDHL-JA-ENCERRADA                VALUE 'J'.
              88 RESTWDHL-SEM-RESTRICAO               VALUE 'S'.
              88 RESTWDHL-REJEITADA                   VALUE 'R'.
           05 RESTWDHL-COD-REJEICAO       PIC 9(002).
           05 RESTWDHL-DTA-REMOCAO        PIC 9(008).
           05 RESTWDHL-DIAS-UTEIS         PIC 9(005).
           05 RESTWDHL-SITUACAO-PRAZO     PIC X(001).
              88 RESTWDHL-NO-PRAZO                    VALUE 'P'.
              88 RESTWDHL-NO-LIMITE                   VALUE 'L'.
              88 RESTWDHL-FORA-DO-PRAZO               VALUE 'V'.
           05 RESTWDHL-LIQUIDACAO         PIC X(100).
           05 FILLER                      PIC X(075).
