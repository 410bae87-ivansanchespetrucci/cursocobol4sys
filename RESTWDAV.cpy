      *================================================================*
      *    COPY........: RESTWDAV                                     *
      *    OBJETIVO....: LAYOUT DO ARQUIVO DE AVISOS PREVIOS PARA A   *
      *                  GRAFICA (SARQAVIS) - UM REGISTRO POR CHAVE   *
      *                  CPF-CGC / FILIAL-CGC / TIPO-IMPED AVISADA NO *
      *                  DIA, COM A DATA A PARTIR DA QUAL A RESTRICAO *
      *                  PODE SER ENVIADA AO BUREAU                   *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *================================================================*

       01  RESTWDAV-REG-SARQAVIS.
           05 RESTWDAV-CPF-CGC            PIC 9(009).
           05 RESTWDAV-FILIAL-CGC         PIC 9(004).
           05 RESTWDAV-CTRL-CPF           PIC 9(002).
           05 RESTWDAV-TIPO-IMPED         PIC 9(003).
           05 RESTWDAV-NOME               PIC X(060).
           05 RESTWDAV-MAIOR-GRAU         PIC 9(001).
           05 RESTWDAV-QTDE-IMPED         PIC 9(007).
           05 RESTWDAV-VALOR-TOT-IMPED    PIC 9(015)V99.
           05 RESTWDAV-DTA-AVISO          PIC 9(008).
           05 RESTWDAV-DTA-LIMITE         PIC 9(008).
           05 RESTWDAV-ORIGEM             PIC X(001).
           05 FILLER                      PIC X(010).

      *----------------------------------------------------------------*
      *    REGISTRO DE CONTROLE (HEADER/TRAILER) DO SARQAVIS - MESMO   *
      *    TAMANHO DO DETALHE, IDENTIFICADO POR RESTWDAV-CTL-TIPO-REG  *
      *----------------------------------------------------------------*

       01  RESTWDAV-REG-CONTROLE   REDEFINES RESTWDAV-REG-SARQAVIS.
           05 RESTWDAV-CTL-TIPO-REG       PIC X(003).
              88 RESTWDAV-CTL-HEADER                 VALUE 'HDR'.
              88 RESTWDAV-CTL-TRAILER                VALUE 'TRL'.
           05 RESTWDAV-CTL-DATA-EXECUCAO  PIC 9(008).
           05 RESTWDAV-CTL-PROGRAMA       PIC X(008).
           05 RESTWDAV-CTL-QTDE-REGS      PIC 9(009).
           05 RESTWDAV-CTL-HASH-CPF-CGC   PIC 9(015).
           05 FILLER                      PIC X(087).
