      *================================================================*
      *    COPY........: RESTWDHC                                     *
      *    OBJETIVO....: LAYOUT DO HISTORICO DE TRANSACOES DE         *
      *                  CONTESTACAO E SUSPENSAO JUDICIAL (SARQHCTS)  *
      *                  - GRAVADO EM ACRESCIMO PELO RESCDSB6, UM     *
      *                  REGISTRO POR TRANSACAO RECEBIDA, APLICADA OU *
      *                  REJEITADA, COM A IMAGEM DA TRANSACAO         *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    RESULTADO (RESTWDHC-RESULTADO):                            *
      *      A - TRANSACAO APLICADA                                   *
      *      R - TRANSACAO REJEITADA (VER RESTWDHC-COD-REJEICAO)      *
      *    CODIGO DE REJEICAO (RESTWDHC-COD-REJEICAO):                *
      *      01 - TIPO DE TRANSACAO INVALIDO                          *
      *      02 - CHAVE INEXISTENTE NO MESTRE                         *
      *      03 - PROTOCOLO, OPERADOR OU MOTIVO NAO INFORMADO         *
      *      04 - CHAVE JA SUSPENSA                                   *
      *      05 - CHAVE SEM SUSPENSAO OU ENCERRAMENTO A LEVANTAR      *
      *      06 - CHAVE JA ENCERRADA                                  *
      *      07 - DATA DE ABERTURA OU PRAZO INVALIDO                  *
      *      08 - CHAVE NAO NUMERICA (CPF, FILIAL OU TIPO)            *
      *================================================================*

       01  RESTWDHC-REG-HISTORICO.
           05 RESTWDHC-DTA-PROCESSAMENTO  PIC 9(008).
           05 RESTWDHC-RESULTADO          PIC X(001).
              88 RESTWDHC-APLICADA                    VALUE 'A'.
              88 RESTWDHC-REJEITADA                   VALUE 'R'.
           05 RESTWDHC-COD-REJEICAO       PIC 9(002).
           05 RESTWDHC-TRANSACAO          PIC X(150).
           05 FILLER                      PIC X(039).
