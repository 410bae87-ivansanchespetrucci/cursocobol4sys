      *================================================================*
      *    COPY........: RESTWPAR                                     *
      *    OBJETIVO....: LAYOUT DO CADASTRO DE PARAMETROS DA ESTEIRA  *
      *                  (MSTPARM) - UM REGISTRO POR ALTERACAO DE     *
      *                  PARAMETRO, CHAVEADO POR CODIGO DO PARAMETRO, *
      *                  ITEM E DATA DE VIGENCIA. MANTIDO PELO        *
      *                  RESCDSC6 (UM USUARIO PROPOE, OUTRO APROVA) E *
      *                  LIDO PELA ROTINA RESCDSC7, QUE DEVOLVE AOS   *
      *                  PASSOS OS VALORES EM VIGOR NA DATA DE        *
      *                  PROCESSAMENTO. SUBSTITUI OS ARQUIVOS         *
      *                  TABIMPED, TABRETEN, PARMPESO, PARMALRT,      *
      *                  PARMRCCL E TABAVISO                          *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    CODIGO DO PARAMETRO / ITEM / VALOR:                        *
      *      TABIMPED - ITEM = TIPO-REGISTRO (I/G) + CODIGO, COMO NO  *
      *                 BOOK RESCWTAB - UM REGISTRO POR CODIGO VALIDO *
      *      TABRETEN - ITEM = TIPO-IMPED; VALOR COMO NO BOOK RESCWRET*
      *      PARMPESO - ITEM EM BRANCO; VALOR COMO NO BOOK RESCWPES   *
      *      PARMALRT - ITEM EM BRANCO; VALOR COMO NO BOOK RESCWALT   *
      *      PARMRCCL - ITEM EM BRANCO; VALOR COMO NO BOOK RESCWCIC   *
      *      TABAVISO - ITEM = TIPO-IMPED; VALOR = TIPO-IMPED 9(3) E  *
      *                 DIAS DE AVISO PREVIO 9(3)                     *
      *    O VALOR GUARDA A IMAGEM DO REGISTRO DO ARQUIVO ANTIGO, QUE *
      *    E DEVOLVIDA AOS PASSOS NO MESMO BOOK DE ANTES              *
      *----------------------------------------------------------------*
      *    OPERACAO (RESTWPAR-OPERACAO):                              *
      *      V - O ITEM PASSA A VALER COM O VALOR INFORMADO           *
      *      E - O ITEM DEIXA DE EXISTIR (PARAMETRO DE VALOR UNICO    *
      *          VOLTA AO VALOR PADRAO DO PASSO)                      *
      *    SITUACAO (RESTWPAR-SITUACAO):                              *
      *      P - PROPOSTA PENDENTE DE APROVACAO                       *
      *      A - APROVADA - VALE A PARTIR DA DATA DE VIGENCIA         *
      *      R - RECUSADA PELO APROVADOR                              *
      *      C - CANCELADA PELO PROPONENTE                            *
      *================================================================*

       01  RESTWPAR-REG-PARAMETRO.
           05 RESTWPAR-CHAVE.
              10 RESTWPAR-COD-PARAMETRO   PIC X(008).
              10 RESTWPAR-CHAVE-ITEM      PIC X(006).
              10 RESTWPAR-DTA-VIGENCIA    PIC 9(008).
           05 RESTWPAR-OPERACAO           PIC X(001).
              88 RESTWPAR-OPER-VIGORAR               VALUE 'V'.
              88 RESTWPAR-OPER-EXCLUIR               VALUE 'E'.
           05 RESTWPAR-VALOR              PIC X(020).
           05 RESTWPAR-VLR-TABIMPED   REDEFINES RESTWPAR-VALOR.
              10 RESTWPAR-TAB-TIPO-REGISTRO
                                          PIC X(001).
              10 RESTWPAR-TAB-CODIGO      PIC 9(003).
              10 FILLER                   PIC X(016).
           05 RESTWPAR-VLR-TABRETEN   REDEFINES RESTWPAR-VALOR.
              10 RESTWPAR-RET-TIPO-IMPED  PIC 9(003).
              10 RESTWPAR-RET-MESES       PIC 9(003).
              10 FILLER                   PIC X(014).
           05 RESTWPAR-VLR-PARMPESO   REDEFINES RESTWPAR-VALOR.
              10 RESTWPAR-PES-PESO-GRAU   PIC 9(003)V99.
              10 RESTWPAR-PES-PESO-QTDE   PIC 9(003)V99.
              10 RESTWPAR-PES-PESO-VALOR  PIC 9(003)V99.
              10 FILLER                   PIC X(005).
           05 RESTWPAR-VLR-PARMALRT   REDEFINES RESTWPAR-VALOR.
              10 RESTWPAR-ALT-SCORE-MINIMO
                                          PIC 9(013)V99.
              10 FILLER                   PIC X(005).
           05 RESTWPAR-VLR-PARMRCCL   REDEFINES RESTWPAR-VALOR.
              10 RESTWPAR-CIC-MAX-CICLOS  PIC 9(002).
              10 FILLER                   PIC X(018).
           05 RESTWPAR-VLR-TABAVISO   REDEFINES RESTWPAR-VALOR.
              10 RESTWPAR-AVS-TIPO-IMPED  PIC 9(003).
              10 RESTWPAR-AVS-DIAS        PIC 9(003).
              10 FILLER                   PIC X(014).
           05 RESTWPAR-SITUACAO           PIC X(001).
              88 RESTWPAR-PENDENTE                   VALUE 'P'.
              88 RESTWPAR-APROVADA                   VALUE 'A'.
              88 RESTWPAR-RECUSADA                   VALUE 'R'.
              88 RESTWPAR-CANCELADA                  VALUE 'C'.
           05 RESTWPAR-USUARIO-PROPOSTA   PIC X(008).
           05 RESTWPAR-DTA-PROPOSTA       PIC 9(008).
           05 RESTWPAR-HORA-PROPOSTA      PIC 9(006).
           05 RESTWPAR-JUSTIFICATIVA      PIC X(060).
           05 RESTWPAR-USUARIO-DECISAO    PIC X(008).
           05 RESTWPAR-DTA-DECISAO        PIC 9(008).
           05 RESTWPAR-HORA-DECISAO       PIC 9(006).
           05 RESTWPAR-MOTIVO-DECISAO     PIC X(060).
           05 FILLER                      PIC X(042).
