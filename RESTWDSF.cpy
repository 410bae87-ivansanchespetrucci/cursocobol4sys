      *================================================================*
      *    COPY........: RESTWDSF                                     *
      *    OBJETIVO....: LAYOUT DO ARQUIVO DE EXCECOES DA CONFERENCIA *
      *                  COM O CADASTRO DA RECEITA FEDERAL (SARQSITF) *
      *                  GERADO PELO RESCDSC4 - UM REGISTRO POR       *
      *                  RESTRICAO (DOCUMENTO / TIPO-IMPED) ATIVA NO  *
      *                  MESTRE OU RECEBIDA NO DIA CUJO DOCUMENTO     *
      *                  ESTA COM SITUACAO NAO REGULAR NO CADASTRO    *
      *                  OU NAO CONSTA DELE, EM ORDEM DE DOCUMENTO,   *
      *                  PARA A AREA JURIDICA DECIDIR ENTRE ENCERRAR  *
      *                  OU MANTER A RESTRICAO                        *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    OCORRENCIA (RESTWDSF-OCORRENCIA):                          *
      *      I - SITUACAO CADASTRAL NAO REGULAR (CPF DIFERENTE DE 00, *
      *          CNPJ DIFERENTE DE 02)                                *
      *      A - DOCUMENTO AUSENTE DO CADASTRO (SITUACAO E DATA       *
      *          ZERADAS)                                             *
      *    FONTES (S/N): MESTRE = CHAVE ATIVA NO MSTREST, EARQREST E  *
      *    EARQRCOB = RECEBIDA NO ARQUIVO DO DIA. A DATA DE INCLUSAO  *
      *    SO VEM PREENCHIDA QUANDO A CHAVE ESTA NO MESTRE            *
      *================================================================*

       01  RESTWDSF-REG-SARQSITF.
           05 RESTWDSF-OCORRENCIA         PIC X(001).
              88 RESTWDSF-SITUACAO-IRREGULAR         VALUE 'I'.
              88 RESTWDSF-AUSENTE-CADASTRO           VALUE 'A'.
           05 RESTWDSF-DOCUMENTO.
              10 RESTWDSF-TIPO-DOC        PIC X(001).
                 88 RESTWDSF-DOC-CPF                 VALUE 'F'.
                 88 RESTWDSF-DOC-CNPJ                VALUE 'J'.
              10 RESTWDSF-NUM-DOC         PIC 9(014).
           05 RESTWDSF-CHAVE.
              10 RESTWDSF-CPF-CGC         PIC 9(009).
              10 RESTWDSF-FILIAL-CGC      PIC 9(004).
              10 RESTWDSF-TIPO-IMPED      PIC 9(003).
           05 RESTWDSF-FONTES.
              10 RESTWDSF-NO-MESTRE       PIC X(001).
              10 RESTWDSF-NO-EARQREST     PIC X(001).
              10 RESTWDSF-NO-EARQRCOB     PIC X(001).
           05 RESTWDSF-DTA-INCLUSAO       PIC 9(008).
           05 RESTWDSF-MAIOR-GRAU         PIC 9(001).
           05 RESTWDSF-VALOR-TOT-IMPED    PIC 9(015)V99.
           05 RESTWDSF-SITUACAO-CADASTRO  PIC 9(002).
           05 RESTWDSF-DES-SITUACAO       PIC X(030).
           05 RESTWDSF-DTA-SITUACAO       PIC 9(008).
           05 FILLER                      PIC X(019).

      *----------------------------------------------------------------*
      *    REGISTRO DE CONTROLE (HEADER/TRAILER) DO SARQSITF - MESMO   *
      *    TAMANHO DO DETALHE, IDENTIFICADO POR RESTWDSF-CTL-TIPO-REG, *
      *    COM A DATA DE REFERENCIA DO CADASTRO CONFERIDO. O TRAILER   *
      *    TRAZ A QUANTIDADE DE DETALHES E A QUEBRA POR OCORRENCIA     *
      *----------------------------------------------------------------*

       01  RESTWDSF-REG-CONTROLE   REDEFINES RESTWDSF-REG-SARQSITF.
           05 RESTWDSF-CTL-TIPO-REG       PIC X(003).
              88 RESTWDSF-CTL-HEADER                 VALUE 'HDR'.
              88 RESTWDSF-CTL-TRAILER                VALUE 'TRL'.
           05 RESTWDSF-CTL-DATA-EXECUCAO  PIC 9(008).
           05 RESTWDSF-CTL-PROGRAMA       PIC X(008).
           05 RESTWDSF-CTL-DTA-REFERENCIA PIC 9(008).
           05 RESTWDSF-CTL-QTDE-REGS      PIC 9(009).
           05 RESTWDSF-CTL-QTDE-IRREGULAR PIC 9(009).
           05 RESTWDSF-CTL-QTDE-AUSENTE   PIC 9(009).
           05 FILLER                      PIC X(066).
