      *================================================================*
      *    COPY........: RESCWLIQ                                     *
      *    OBJETIVO....: LAYOUT DO ARQUIVO DE LIQUIDACOES ENVIADO     *
      *                  PELA AREA DE COBRANCA (EARQLIQC) - UM        *
      *                  REGISTRO POR DIVIDA PAGA, NA CHAVE DO MESTRE *
      *                  DE RESTRICOES, APLICADO PELO RESCDSB8        *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    DATA DO PAGAMENTO NO FORMATO AAAAMMDD                      *
      *    CONTRATO = NUMERO DO CONTRATO NA AREA DE COBRANCA          *
      *================================================================*

       01  RESCWLIQ-REG-LIQUIDACAO.
           05 RESCWLIQ-CHAVE.
              10 RESCWLIQ-CPF-CGC         PIC 9(009).
              10 RESCWLIQ-FILIAL-CGC      PIC 9(004).
              10 RESCWLIQ-TIPO-IMPED      PIC 9(003).
           05 RESCWLIQ-DTA-PAGAMENTO      PIC 9(008).
           05 RESCWLIQ-VALOR-PAGO         PIC 9(013)V99.
           05 RESCWLIQ-CONTRATO           PIC X(020).
           05 FILLER                      PIC X(041).
