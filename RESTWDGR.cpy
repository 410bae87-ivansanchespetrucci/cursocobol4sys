      *================================================================*
      *    COPY........: RESTWDGR                                     *
      *    OBJETIVO....: LAYOUT DO ARQUIVO DE EXPOSICAO POR GRUPO     *
      *                  ECONOMICO (SARQGRUP) GERADO PELO RESCDSB7 -  *
      *                  PARA CADA GRUPO, EM ORDEM DE IDENTIFICADOR,  *
      *                  VEM UM REGISTRO 'MBR' POR DOCUMENTO MEMBRO,  *
      *                  UM REGISTRO 'TIP' POR TIPO-IMPED COM         *
      *                  RESTRICAO ATIVA NO GRUPO E, FECHANDO O       *
      *                  GRUPO, O REGISTRO 'GRP' COM OS TOTAIS. O     *
      *                  IDENTIFICADOR DO GRUPO E O MENOR DOCUMENTO   *
      *                  CPF-CGC / FILIAL-CGC ENTRE OS MEMBROS        *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    NOVO RESTRITO (RESTWDGR-MBR-NOVO-RESTRITO):                *
      *      BRANCO - SEM NOVIDADE DESDE A EXECUCAO ANTERIOR          *
      *      N - MEMBRO PASSOU A TER RESTRICAO ATIVA OU ENTROU NO     *
      *          GRUPO JA RESTRITO                                    *
      *      G - MEMBRO JA RESTRITO QUE VEIO DE OUTRO GRUPO (FUSAO)   *
      *    O GRUPO COM PELO MENOS UM MEMBRO N OU G SAI COM            *
      *    RESTWDGR-GRP-GANHOU-RESTRITO = 'S'                         *
      *================================================================*

       01  RESTWDGR-REG-SARQGRUP.
           05 RESTWDGR-TIPO-REG           PIC X(003).
              88 RESTWDGR-REG-MEMBRO                 VALUE 'MBR'.
              88 RESTWDGR-REG-TIPO                   VALUE 'TIP'.
              88 RESTWDGR-REG-GRUPO                  VALUE 'GRP'.
           05 RESTWDGR-ID-GRUPO.
              10 RESTWDGR-CPF-GRUPO       PIC 9(009).
              10 RESTWDGR-FILIAL-GRUPO    PIC 9(004).
           05 RESTWDGR-DADOS              PIC X(084).

      *----------------------------------------------------------------*
      *    REGISTRO 'MBR' - DOCUMENTO MEMBRO DO GRUPO                  *
      *----------------------------------------------------------------*
           05 RESTWDGR-DADOS-MEMBRO    REDEFINES RESTWDGR-DADOS.
              10 RESTWDGR-MBR-CPF-CGC     PIC 9(009).
              10 RESTWDGR-MBR-FILIAL-CGC  PIC 9(004).
              10 RESTWDGR-MBR-RESTRITO    PIC X(001).
                 88 RESTWDGR-MBR-E-RESTRITO          VALUE 'S'.
              10 RESTWDGR-MBR-PIOR-GRAU   PIC 9(001).
              10 RESTWDGR-MBR-QTDE-IMPED  PIC 9(009).
              10 RESTWDGR-MBR-VALOR-TOT-IMPED
                                          PIC 9(015)V99.
              10 RESTWDGR-MBR-SCORE-RISCO PIC 9(013)V99.
              10 RESTWDGR-MBR-NOVO-RESTRITO
                                          PIC X(001).
                 88 RESTWDGR-MBR-SEM-NOVIDADE        VALUE SPACE.
                 88 RESTWDGR-MBR-NOVO                VALUE 'N'.
                 88 RESTWDGR-MBR-VEIO-DE-GRUPO       VALUE 'G'.
              10 FILLER                   PIC X(027).

      *----------------------------------------------------------------*
      *    REGISTRO 'TIP' - TOTAIS DO GRUPO POR TIPO-IMPED             *
      *----------------------------------------------------------------*
           05 RESTWDGR-DADOS-TIPO      REDEFINES RESTWDGR-DADOS.
              10 RESTWDGR-TIP-TIPO-IMPED  PIC 9(003).
              10 RESTWDGR-TIP-QTDE-MEMBROS
                                          PIC 9(007).
              10 RESTWDGR-TIP-QTDE-IMPED  PIC 9(009).
              10 RESTWDGR-TIP-VALOR-TOT-IMPED
                                          PIC 9(015)V99.
              10 RESTWDGR-TIP-PIOR-GRAU   PIC 9(001).
              10 FILLER                   PIC X(047).

      *----------------------------------------------------------------*
      *    REGISTRO 'GRP' - TOTAIS DO GRUPO (FECHA O GRUPO)            *
      *----------------------------------------------------------------*
           05 RESTWDGR-DADOS-GRUPO     REDEFINES RESTWDGR-DADOS.
              10 RESTWDGR-GRP-QTDE-MEMBROS
                                          PIC 9(007).
              10 RESTWDGR-GRP-QTDE-RESTRITOS
                                          PIC 9(007).
              10 RESTWDGR-GRP-QTDE-TIPOS  PIC 9(003).
              10 RESTWDGR-GRP-PIOR-GRAU   PIC 9(001).
              10 RESTWDGR-GRP-QTDE-IMPED  PIC 9(009).
              10 RESTWDGR-GRP-VALOR-TOT-IMPED
                                          PIC 9(015)V99.
              10 RESTWDGR-GRP-SCORE-RISCO PIC 9(013)V99.
              10 RESTWDGR-GRP-GANHOU-RESTRITO
                                          PIC X(001).
                 88 RESTWDGR-GRP-COM-NOVO-RESTRITO   VALUE 'S'.
              10 RESTWDGR-GRP-QTDE-NOVOS  PIC 9(007).
              10 FILLER                   PIC X(017).

      *----------------------------------------------------------------*
      *    REGISTRO DE CONTROLE (HEADER/TRAILER) DO SARQGRUP - MESMO   *
      *    TAMANHO DO DETALHE, IDENTIFICADO POR RESTWDGR-CTL-TIPO-REG. *
      *    O TRAILER TRAZ A QUANTIDADE DE REGISTROS DE DETALHE E DE    *
      *    GRUPOS E O HASH (SOMA DOS CPF DOS IDENTIFICADORES DE GRUPO) *
      *----------------------------------------------------------------*

       01  RESTWDGR-REG-CONTROLE   REDEFINES RESTWDGR-REG-SARQGRUP.
           05 RESTWDGR-CTL-TIPO-REG       PIC X(003).
              88 RESTWDGR-CTL-HEADER                 VALUE 'HDR'.
              88 RESTWDGR-CTL-TRAILER                VALUE 'TRL'.
           05 RESTWDGR-CTL-DATA-EXECUCAO  PIC 9(008).
           05 RESTWDGR-CTL-PROGRAMA       PIC X(008).
           05 RESTWDGR-CTL-QTDE-REGS      PIC 9(009).
           05 RESTWDGR-CTL-QTDE-GRUPOS    PIC 9(009).
           05 RESTWDGR-CTL-HASH-CPF-GRUPO PIC 9(015).
           05 FILLER                      PIC X(048).
