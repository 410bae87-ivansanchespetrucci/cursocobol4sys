      *================================================================*
      *    COPY........: RESCWHPA                                     *
      *    OBJETIVO....: LAYOUT DO CARTAO DE SELECAO DO RELATORIO DE  *
      *                  HISTORICO DE ALTERACOES DE PARAMETROS        *
      *                  (PARMHPAR), LIDO PELO RESCDSC8. O CARTAO E   *
      *                  OPCIONAL: SEM ELE SAEM TODAS AS ALTERACOES   *
      *                  APROVADAS DE TODOS OS PARAMETROS             *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    COD-PARAMETRO - TABIMPED, TABRETEN, PARMPESO, PARMALRT,    *
      *      PARMRCCL OU TABAVISO (BRANCOS = TODOS OS PARAMETROS)     *
      *    DTA-VIGENCIA-INI / DTA-VIGENCIA-FIM - AAAAMMDD DA FAIXA DE *
      *      DATAS DE VIGENCIA A LISTAR (ZEROS OU BRANCOS = SEM       *
      *      LIMITE NAQUELE LADO DA FAIXA)                            *
      *================================================================*

       01  RESCWHPA-REG-PARM.
           05 RESCWHPA-COD-PARAMETRO      PIC X(008).
              88 RESCWHPA-TODOS-PARAMETROS           VALUE SPACES.
              88 RESCWHPA-PARAMETRO-VALIDO           VALUE 'TABIMPED'
                                                           'TABRETEN'
                                                           'PARMPESO'
                                                           'PARMALRT'
                                                           'PARMRCCL'
                                                           'TABAVISO'.
           05 RESCWHPA-DTA-VIGENCIA-INI   PIC X(008).
           05 RESCWHPA-DTA-VIG-INI-N  REDEFINES
                                          RESCWHPA-DTA-VIGENCIA-INI
                                          PIC 9(008).
           05 RESCWHPA-DTA-VIGENCIA-FIM   PIC X(008).
           05 RESCWHPA-DTA-VIG-FIM-N  REDEFINES
                                          RESCWHPA-DTA-VIGENCIA-FIM
                                          PIC 9(008).
           05 FILLER                      PIC X(056).
