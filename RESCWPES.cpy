      *================================================================*
      *    COPY........: RESCWPES                                     *
      *    OBJETIVO....: LAYOUT DO PARAMETRO DE PESOS DO SCORE DE     *
      *                  RISCO (PARMPESO) - PARAMETRIZADO PELA EQUIPE *
      *                  DE RISCO SEM ALTERACAO DE PROGRAMA, MANTIDO  *
      *                  NO CADASTRO DE PARAMETROS MSTPARM E OBTIDO   *
      *                  EM VIGOR PELA ROTINA RESCDSC7. SEM PESOS EM  *
      *                  VIGOR, TODOS OS PESOS ASSUMEM 1,00           *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
