      *================================================================*
      *    COPY........: RESCWTAB                                     *
      *    OBJETIVO....: LAYOUT DO ITEM DO PARAMETRO DE CODIGOS       *
      *                  VALIDOS (TABIMPED) - UM ITEM POR CODIGO      *
      *                  VALIDO DE TIPO-IMPED OU DE MAIOR-GRAU,       *
      *                  MANTIDO NO CADASTRO DE PARAMETROS MSTPARM E  *
      *                  OBTIDO EM VIGOR PELA ROTINA RESCDSC7         *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *================================================================*
