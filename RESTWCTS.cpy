      *================================================================*
      *    COPY........: RESTWCTS                                     *
      *    OBJETIVO....: LAYOUT DO CADASTRO DE CONTESTACOES E         *
      *                  SUSPENSOES JUDICIAIS (MSTCTST) - UM REGISTRO *
      *                  POR CHAVE CPF-CGC / FILIAL-CGC / TIPO-IMPED  *
      *                  COM O ULTIMO CASO ABERTO PARA A CHAVE,       *
      *                  MANTIDO PELO RESCDSB6. O HISTORICO COMPLETO  *
      *                  DAS TRANSACOES FICA NO SARQHCTS (RESTWDHC)   *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    SITUACAO (RESTWCTS-SITUACAO):                              *
      *      A - CASO ABERTO, CHAVE SUSPENSA NO MESTRE                *
      *      L - CASO LEVANTADO (SUSPENSAO RETIRADA)                  *
      *      E - RESTRICAO ENCERRADA A FORCA                          *
      *    TIPO DA SUSPENSAO (RESTWCTS-TIPO-SUSPENSAO):               *
      *      C - CONTESTACAO DO DEVEDOR                               *
      *      J - DETERMINACAO JUDICIAL                                *
      *      BRANCO - ENCERRAMENTO FORCADO SEM SUSPENSAO ANTERIOR     *
      *================================================================*

       01  RESTWCTS-REG-CONTESTACAO.
           05 RESTWCTS-CHAVE.
              10 RESTWCTS-CPF-CGC         PIC 9(009).
              10 RESTWCTS-FILIAL-CGC      PIC 9(004).
              10 RESTWCTS-TIPO-IMPED      PIC 9(003).
           05 RESTWCTS-SITUACAO           PIC X(001).
              88 RESTWCTS-ABERTA                      VALUE 'A'.
              88 RESTWCTS-LEVANTADA                   VALUE 'L'.
              88 RESTWCTS-ENCERRADA                   VALUE 'E'.
           05 RESTWCTS-TIPO-SUSPENSAO     PIC X(001).
              88 RESTWCTS-CONTESTACAO                 VALUE 'C'.
              88 RESTWCTS-JUDICIAL                    VALUE 'J'.
           05 RESTWCTS-PROTOCOLO          PIC X(020).
           05 RESTWCTS-OPERADOR-ABERTURA  PIC X(008).
           05 RESTWCTS-MOTIVO-ABERTURA    PIC X(060).
           05 RESTWCTS-DTA-ABERTURA       PIC 9(008).
           05 RESTWCTS-DTA-SUSPENSAO      PIC 9(008).
           05 RESTWCTS-DTA-PRAZO-RESPOSTA PIC 9(008).
           05 RESTWCTS-OPERADOR-ENCERR    PIC X(008).
           05 RESTWCTS-MOTIVO-ENCERR      PIC X(040).
           05 RESTWCTS-DTA-ENCERRAMENTO   PIC 9(008).
           05 RESTWCTS-QTDE-TRANSACOES    PIC 9(003).
           05 FILLER                      PIC X(011).
