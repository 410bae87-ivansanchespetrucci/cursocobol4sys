      *================================================================*
      *    COPY........: RESTWPOS                                     *
      *    OBJETIVO....: LAYOUT DA POSICAO DE FECHAMENTO DO ESTOQUE   *
      *                  DE RESTRICOES (SARQPOSI) GRAVADA PELO        *
      *                  RESCDSC3 - UM REGISTRO POR CHAVE DO MSTREST  *
      *                  EM ESTOQUE NO ULTIMO DIA DO MES, NA ORDEM    *
      *                  DA CHAVE, COM O GRAU, A ORIGEM E O VALOR     *
      *                  NAQUELE DIA. NO MES SEGUINTE O ARQUIVO       *
      *                  VOLTA AO RESCDSC3 COMO EARQPOSA E E O        *
      *                  ESTOQUE DE ABERTURA DO MES                   *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *================================================================*

       01  RESTWPOS-REG-POSICAO.
           05 RESTWPOS-TIPO-REG           PIC X(003).
              88 RESTWPOS-REG-DETALHE                VALUE 'DET'.
           05 RESTWPOS-CHAVE.
              10 RESTWPOS-CPF-CGC         PIC 9(009).
              10 RESTWPOS-FILIAL-CGC      PIC 9(004).
              10 RESTWPOS-TIPO-IMPED      PIC 9(003).
           05 RESTWPOS-MAIOR-GRAU         PIC 9(001).
           05 RESTWPOS-ORIGEM             PIC X(001).
           05 RESTWPOS-VALOR-TOT-IMPED    PIC 9(015)V99.
           05 FILLER                      PIC X(022).

      *----------------------------------------------------------------*
      *    REGISTRO DE CONTROLE (HEADER/TRAILER) DO SARQPOSI - MESMO   *
      *    TAMANHO DO DETALHE. O HEADER TRAZ O MES DE REFERENCIA DA    *
      *    POSICAO; O TRAILER, A QUANTIDADE DE DETALHES E A SOMA DOS   *
      *    VALORES                                                     *
      *----------------------------------------------------------------*

       01  RESTWPOS-REG-CONTROLE   REDEFINES RESTWPOS-REG-POSICAO.
           05 RESTWPOS-CTL-TIPO-REG       PIC X(003).
              88 RESTWPOS-CTL-HEADER                 VALUE 'HDR'.
              88 RESTWPOS-CTL-TRAILER                VALUE 'TRL'.
           05 RESTWPOS-CTL-ANO-MES        PIC 9(006).
           05 RESTWPOS-CTL-DATA-EXECUCAO  PIC 9(008).
           05 RESTWPOS-CTL-PROGRAMA       PIC X(008).
           05 RESTWPOS-CTL-QTDE-REGS      PIC 9(009).
           05 RESTWPOS-CTL-VALOR-TOTAL    PIC 9(015)V99.
           05 FILLER                      PIC X(009).
