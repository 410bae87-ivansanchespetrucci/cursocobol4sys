      *================================================================*
      *    COPY........: RESCWCIC                                     *
      *    OBJETIVO....: LAYOUT DO PARAMETRO DO RECICLADOR DE         *
      *                  REJEITOS (PARMRCCL) - LIMITE DE CICLOS QUE   *
      *                  UM REJEITO PODE PERMANECER NA FILA ANTES DE  *
      *                  SER BAIXADO PARA O RELATORIO DE BAIXAS       *
      *                  (SARQBXA), MANTIDO NO CADASTRO DE PARAMETROS *
      *                  MSTPARM E OBTIDO EM VIGOR PELA ROTINA        *
      *                  RESCDSC7                                     *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *================================================================*
