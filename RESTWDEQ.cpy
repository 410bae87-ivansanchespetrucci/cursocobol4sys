      *================================================================*
      *    COPY........: RESTWDEQ                                     *
      *    OBJETIVO....: LAYOUT DO EXTRATO MENSAL DE MOVIMENTACAO DO  *
      *                  ESTOQUE DE RESTRICOES (SARQESTQ) GRAVADO     *
      *                  PELO RESCDSC3 PARA CARGA PELA AREA           *
      *                  FINANCEIRA - UM REGISTRO 'DET' POR           *
      *                  TIPO-IMPED / MAIOR-GRAU / ORIGEM, NA ORDEM   *
      *                  DESTES CAMPOS, ENTRE UM HEADER E UM TRAILER  *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    CADA LINHA FECHA: ABERTURA + INCLUSOES + REATIVACOES       *
      *    - ENCERRAMENTOS + AJUSTES = FECHAMENTO, EM QUANTIDADE E    *
      *    EM VALOR-TOT-IMPED. AJUSTES = MUDANCA DE GRAU OU ORIGEM    *
      *    DA CHAVE (SAI DE UMA LINHA E ENTRA EM OUTRA) E, NO         *
      *    VALOR, A VARIACAO DO VALOR DAS CHAVES QUE PERMANECERAM     *
      *    NO ESTOQUE. O AJUSTE PODE SER NEGATIVO - O SINAL VEM EM    *
      *    CAMPO PROPRIO ('+' OU '-'). RESTWDEQ-CONFERE = 'N'         *
      *    INDICA LINHA QUE NAO FECHOU                                *
      *================================================================*

       01  RESTWDEQ-REG-SARQESTQ.
           05 RESTWDEQ-TIPO-REG           PIC X(003).
              88 RESTWDEQ-REG-DETALHE                VALUE 'DET'.
           05 RESTWDEQ-ANO-MES            PIC 9(006).
           05 RESTWDEQ-TIPO-IMPED         PIC 9(003).
           05 RESTWDEQ-MAIOR-GRAU         PIC 9(001).
           05 RESTWDEQ-ORIGEM             PIC X(001).
           05 RESTWDEQ-QUANTIDADES.
              10 RESTWDEQ-QTD-ABERTURA    PIC 9(009).
              10 RESTWDEQ-QTD-INCLUSOES   PIC 9(009).
              10 RESTWDEQ-QTD-REATIVACOES PIC 9(009).
              10 RESTWDEQ-QTD-ENCERRAMENTOS
                                          PIC 9(009).
              10 RESTWDEQ-QTD-AJUSTE-SINAL
                                          PIC X(001).
              10 RESTWDEQ-QTD-AJUSTES     PIC 9(009).
              10 RESTWDEQ-QTD-FECHAMENTO  PIC 9(009).
           05 RESTWDEQ-VALORES.
              10 RESTWDEQ-VLR-ABERTURA    PIC 9(015)V99.
              10 RESTWDEQ-VLR-INCLUSOES   PIC 9(015)V99.
              10 RESTWDEQ-VLR-REATIVACOES PIC 9(015)V99.
              10 RESTWDEQ-VLR-ENCERRAMENTOS
                                          PIC 9(015)V99.
              10 RESTWDEQ-VLR-AJUSTE-SINAL
                                          PIC X(001).
              10 RESTWDEQ-VLR-AJUSTES     PIC 9(015)V99.
              10 RESTWDEQ-VLR-FECHAMENTO  PIC 9(015)V99.
           05 RESTWDEQ-CONFERE            PIC X(001).
              88 RESTWDEQ-LINHA-FECHADA              VALUE 'S'.
              88 RESTWDEQ-LINHA-DIVERGENTE           VALUE 'N'.
           05 FILLER                      PIC X(027).

      *----------------------------------------------------------------*
      *    REGISTRO DE CONTROLE (HEADER/TRAILER) DO SARQESTQ - MESMO   *
      *    TAMANHO DO DETALHE. O TRAILER TRAZ A QUANTIDADE DE LINHAS E *
      *    OS TOTAIS GERAIS DE ABERTURA E DE FECHAMENTO                *
      *----------------------------------------------------------------*

       01  RESTWDEQ-REG-CONTROLE   REDEFINES RESTWDEQ-REG-SARQESTQ.
           05 RESTWDEQ-CTL-TIPO-REG       PIC X(003).
              88 RESTWDEQ-CTL-HEADER                 VALUE 'HDR'.
              88 RESTWDEQ-CTL-TRAILER                VALUE 'TRL'.
           05 RESTWDEQ-CTL-ANO-MES        PIC 9(006).
           05 RESTWDEQ-CTL-DATA-EXECUCAO  PIC 9(008).
           05 RESTWDEQ-CTL-PROGRAMA       PIC X(008).
           05 RESTWDEQ-CTL-QTDE-REGS      PIC 9(009).
           05 RESTWDEQ-CTL-QTD-ABERTURA   PIC 9(009).
           05 RESTWDEQ-CTL-QTD-FECHAMENTO PIC 9(009).
           05 RESTWDEQ-CTL-VLR-ABERTURA   PIC 9(015)V99.
           05 RESTWDEQ-CTL-VLR-FECHAMENTO PIC 9(015)V99.
           05 FILLER                      PIC X(114).
