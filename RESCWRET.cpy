      *================================================================*
      *    COPY........: RESCWRET                                     *
      *    OBJETIVO....: LAYOUT DO ITEM DO PARAMETRO DE REGRAS DE     *
      *                  RETENCAO LEGAL (TABRETEN) - UM ITEM POR      *
      *                  TIPO-IMPED COM O PRAZO EM MESES ALEM DO QUAL *
      *                  A RESTRICAO NAO PODE MAIS SER REPORTADA, NO  *
      *                  MESMO ESPIRITO DO PARAMETRO TABIMPED. TIPOS  *
      *                  SEM REGRA EM VIGOR NAO SOFREM EXPURGO.       *
      *                  MANTIDO NO CADASTRO DE PARAMETROS MSTPARM E  *
      *                  OBTIDO EM VIGOR PELA ROTINA RESCDSC7         *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *================================================================*
