      *================================================================*
      *    COPY........: RESCWBKO                                     *
      *    OBJETIVO....: LAYOUT DO CARTAO DE PARAMETRO DO ESTORNO DE  *
      *                  UMA EXECUCAO DO RESCDSA3 (PARMBKOT), LIDO    *
      *                  PELO RESCDSB9                                *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    DATA DA EXECUCAO A ESTORNAR NO FORMATO AAAAMMDD - E A DATA *
      *    DE PROCESSAMENTO DO RESCDSA3 GRAVADA NO DIARIO SARQJRNL    *
      *================================================================*

       01  RESCWBKO-REG-PARM.
           05 RESCWBKO-DTA-ESTORNO        PIC 9(008).
           05 FILLER                      PIC X(072).
