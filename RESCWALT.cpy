      *================================================================*
      *    COPY........: RESCWALT                                     *
      *    OBJETIVO....: LAYOUT DO PARAMETRO DO EXTRATO DE ALERTAS    *
      *                  PRIORITARIOS (PARMALRT) - SCORE MINIMO A     *
      *                  PARTIR DO QUAL UMA MOVIMENTACAO NOVO/ALT DO  *
      *                  DIA VIRA ALERTA, PARAMETRIZADO PELA EQUIPE   *
      *                  DE CREDITO SEM ALTERACAO DE PROGRAMA,        *
      *                  MANTIDO NO CADASTRO DE PARAMETROS MSTPARM E  *
      *                  OBTIDO EM VIGOR PELA ROTINA RESCDSC7. SEM    *
      *                  LIMITE EM VIGOR O LIMITE ASSUME ZERO (TODA   *
      *                  MOVIMENTACAO COM SCORE APURADO GERA ALERTA)  *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *================================================================*
