      *================================================================*
      *    COPY........: RESTWDHP                                     *
      *    OBJETIVO....: LAYOUT DO HISTORICO DE TRANSACOES DE         *
      *                  MANUTENCAO DE PARAMETROS (SARQHPAR) -        *
      *                  GRAVADO EM ACRESCIMO PELO RESCDSC6, UM       *
      *                  REGISTRO POR TRANSACAO RECEBIDA, APLICADA OU *
      *                  REJEITADA, COM A IMAGEM DA TRANSACAO         *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    RESULTADO (RESTWDHP-RESULTADO):                            *
      *      A - TRANSACAO APLICADA                                   *
      *      R - TRANSACAO REJEITADA (VER RESTWDHP-COD-REJEICAO)      *
      *    CODIGO DE REJEICAO (RESTWDHP-COD-REJEICAO):                *
      *      01 - TIPO DE TRANSACAO INVALIDO                          *
      *      02 - CODIGO DE PARAMETRO INVALIDO                        *
      *      03 - USUARIO OU JUSTIFICATIVA NAO INFORMADO              *
      *      04 - DATA DE VIGENCIA INVALIDA OU NAO POSTERIOR A DATA   *
      *           DO PROCESSAMENTO                                    *
      *      05 - OPERACAO OU VALOR INVALIDO PARA O PARAMETRO         *
      *      06 - JA EXISTE PROPOSTA PENDENTE OU ALTERACAO APROVADA   *
      *           PARA O ITEM NA MESMA DATA DE VIGENCIA               *
      *      07 - PROPOSTA PENDENTE NAO ENCONTRADA                    *
      *      08 - APROVACAO OU RECUSA PELO PROPRIO PROPONENTE         *
      *      09 - CANCELAMENTO POR USUARIO DIFERENTE DO PROPONENTE    *
      *================================================================*

       01  RESTWDHP-REG-HISTORICO.
           05 RESTWDHP-DTA-PROCESSAMENTO  PIC 9(008).
           05 RESTWDHP-HORA-PROCESSAMENTO PIC 9(006).
           05 RESTWDHP-RESULTADO          PIC X(001).
              88 RESTWDHP-APLICADA                    VALUE 'A'.
              88 RESTWDHP-REJEITADA                   VALUE 'R'.
           05 RESTWDHP-COD-REJEICAO       PIC 9(002).
           05 RESTWDHP-TRANSACAO          PIC X(150).
           05 FILLER                      PIC X(033).
