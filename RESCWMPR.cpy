      *================================================================*
      *    COPY........: RESCWMPR                                     *
      *    OBJETIVO....: LAYOUT DO ARQUIVO DE TRANSACOES DE           *
      *                  MANUTENCAO DE PARAMETROS (EARQMPAR) - UMA    *
      *                  TRANSACAO POR REGISTRO, APLICADA NA ORDEM DO *
      *                  ARQUIVO PELO RESCDSC6 SOBRE O CADASTRO DE    *
      *                  PARAMETROS (MSTPARM)                         *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    TIPO DA TRANSACAO (RESCWMPR-TIPO-TRANS):                   *
      *      PR - PROPOR UMA ALTERACAO (OPERACAO, VALOR E             *
      *           JUSTIFICATIVA OBRIGATORIOS)                         *
      *      AP - APROVAR A PROPOSTA PENDENTE - SO POR USUARIO        *
      *           DIFERENTE DO PROPONENTE                             *
      *      RC - RECUSAR A PROPOSTA PENDENTE - SO POR USUARIO        *
      *           DIFERENTE DO PROPONENTE, COM JUSTIFICATIVA          *
      *      CA - CANCELAR A PROPOSTA PENDENTE - SO PELO PROPONENTE   *
      *    A PROPOSTA E IDENTIFICADA POR PARAMETRO, ITEM E DATA DE    *
      *    VIGENCIA. O ITEM VEM NO INICIO DO VALOR, NA MESMA POSICAO  *
      *    DO REGISTRO DO ARQUIVO ANTIGO (TABIMPED: TIPO-REGISTRO E   *
      *    CODIGO; TABRETEN: TIPO-IMPED); NO TABAVISO O ITEM E O      *
      *    TIPO-IMPED, SEGUIDO DOS DIAS DE AVISO PREVIO (ZERO = SEM   *
      *    AVISO PARA O TIPO) - NAS TRANSACOES AP, RC E CA            *
      *    BASTA INFORMAR ESSA PARTE DO VALOR                         *
      *    A DATA DE VIGENCIA DEVE SER POSTERIOR A DATA DO            *
      *    PROCESSAMENTO, NA PROPOSTA E NA APROVACAO                  *
      *================================================================*

       01  RESCWMPR-REG-TRANSACAO.
           05 RESCWMPR-TIPO-TRANS         PIC X(002).
              88 RESCWMPR-PROPOSTA                   VALUE 'PR'.
              88 RESCWMPR-APROVACAO                  VALUE 'AP'.
              88 RESCWMPR-RECUSA                     VALUE 'RC'.
              88 RESCWMPR-CANCELAMENTO               VALUE 'CA'.
           05 RESCWMPR-COD-PARAMETRO      PIC X(008).
              88 RESCWMPR-PARM-TABIMPED              VALUE 'TABIMPED'.
              88 RESCWMPR-PARM-TABRETEN              VALUE 'TABRETEN'.
              88 RESCWMPR-PARM-PARMPESO              VALUE 'PARMPESO'.
              88 RESCWMPR-PARM-PARMALRT              VALUE 'PARMALRT'.
              88 RESCWMPR-PARM-PARMRCCL              VALUE 'PARMRCCL'.
              88 RESCWMPR-PARM-TABAVISO              VALUE 'TABAVISO'.
           05 RESCWMPR-DTA-VIGENCIA       PIC 9(008).
           05 RESCWMPR-OPERACAO           PIC X(001).
              88 RESCWMPR-OPER-VIGORAR               VALUE 'V'.
              88 RESCWMPR-OPER-EXCLUIR               VALUE 'E'.
           05 RESCWMPR-VALOR              PIC X(020).
           05 RESCWMPR-VLR-TABIMPED   REDEFINES RESCWMPR-VALOR.
              10 RESCWMPR-TAB-ITEM.
                 15 RESCWMPR-TAB-TIPO-REGISTRO
                                          PIC X(001).
                    88 RESCWMPR-TAB-IMPEDIMENTO      VALUE 'I'.
                    88 RESCWMPR-TAB-GRAU             VALUE 'G'.
                 15 RESCWMPR-TAB-CODIGO   PIC 9(003).
              10 FILLER                   PIC X(016).
           05 RESCWMPR-VLR-TABRETEN   REDEFINES RESCWMPR-VALOR.
              10 RESCWMPR-RET-ITEM.
                 15 RESCWMPR-RET-TIPO-IMPED
                                          PIC 9(003).
              10 RESCWMPR-RET-MESES       PIC 9(003).
              10 FILLER                   PIC X(014).
           05 RESCWMPR-VLR-PARMPESO   REDEFINES RESCWMPR-VALOR.
              10 RESCWMPR-PES-PESO-GRAU   PIC 9(003)V99.
              10 RESCWMPR-PES-PESO-QTDE   PIC 9(003)V99.
              10 RESCWMPR-PES-PESO-VALOR  PIC 9(003)V99.
              10 FILLER                   PIC X(005).
           05 RESCWMPR-VLR-PARMALRT   REDEFINES RESCWMPR-VALOR.
              10 RESCWMPR-ALT-SCORE-MINIMO
                                          PIC 9(013)V99.
              10 FILLER                   PIC X(005).
           05 RESCWMPR-VLR-PARMRCCL   REDEFINES RESCWMPR-VALOR.
              10 RESCWMPR-CIC-MAX-CICLOS  PIC 9(002).
              10 FILLER                   PIC X(018).
           05 RESCWMPR-VLR-TABAVISO   REDEFINES RESCWMPR-VALOR.
              10 RESCWMPR-AVS-ITEM.
                 15 RESCWMPR-AVS-TIPO-IMPED
                                          PIC 9(003).
              10 RESCWMPR-AVS-DIAS        PIC 9(003).
              10 FILLER                   PIC X(014).
           05 RESCWMPR-USUARIO            PIC X(008).
           05 RESCWMPR-JUSTIFICATIVA      PIC X(060).
           05 FILLER                      PIC X(043).
