      *================================================================*
      *    COPY........: RESCWPVG                                     *
      *    OBJETIVO....: AREA DE COMUNICACAO COM A ROTINA RESCDSC7,   *
      *                  QUE DEVOLVE OS ITENS DE UM PARAMETRO EM      *
      *                  VIGOR NUMA DATA, LIDOS DO CADASTRO DE        *
      *                  PARAMETROS MSTPARM. PARA CADA ITEM VALE A    *
      *                  ULTIMA ALTERACAO APROVADA COM VIGENCIA ATE A *
      *                  DATA DE REFERENCIA; ITEM CUJA ULTIMA         *
      *                  ALTERACAO E UMA EXCLUSAO NAO E DEVOLVIDO     *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    ENTRADA.........: COD-PARAMETRO E DTA-REFERENCIA (ZEROS =  *
      *                      DATA DO CARTAO PARMCTRL, OU DO SISTEMA   *
      *                      SEM O CARTAO)                            *
      *    SAIDA...........: RESULTADO, DATA DE REFERENCIA USADA,     *
      *                      QUANTIDADE E ITENS EM VIGOR - O VALOR    *
      *                      TRAZ A IMAGEM DO REGISTRO NO BOOK DO     *
      *                      ARQUIVO ANTIGO DO PARAMETRO (RESCWTAB,   *
      *                      RESCWRET, RESCWPES, RESCWALT, RESCWCIC;  *
      *                      NO TABAVISO, TIPO-IMPED 9(3) E DIAS DE   *
      *                      AVISO 9(3))                              *
      *    RESULTADO.......: 00 - HA ITENS EM VIGOR                   *
      *                      04 - NENHUM ITEM EM VIGOR (O PASSO SEGUE *
      *                           COMO QUANDO O ARQUIVO ANTIGO NAO ERA*
      *                           INFORMADO)                          *
      *================================================================*

       01  RESCWPVG-AREA.
           05 RESCWPVG-COD-PARAMETRO      PIC X(008).
           05 RESCWPVG-DTA-REFERENCIA     PIC 9(008).
           05 RESCWPVG-RESULTADO          PIC X(002).
              88 RESCWPVG-EM-VIGOR                   VALUE '00'.
              88 RESCWPVG-SEM-VIGOR                  VALUE '04'.
           05 RESCWPVG-QTD-ITENS          PIC 9(003).
           05 RESCWPVG-ITEM               OCCURS 100 TIMES.
              10 RESCWPVG-VALOR           PIC X(020).
              10 RESCWPVG-DTA-VIGENCIA    PIC 9(008).
