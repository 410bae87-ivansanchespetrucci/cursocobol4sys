      *================================================================*
      *    COPY........: RESCWEST                                     *
      *    OBJETIVO....: LAYOUT DO CARTAO DE PARAMETRO DO RELATORIO   *
      *                  MENSAL DE MOVIMENTACAO DO ESTOQUE DE         *
      *                  RESTRICOES (PARMESTQ), LIDO PELO RESCDSC3    *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    MES DE REFERENCIA NO FORMATO AAAAMM - O ESTOQUE DE         *
      *    ABERTURA E O DO FIM DO MES ANTERIOR E O DE FECHAMENTO E    *
      *    O DO ULTIMO DIA DO MES INFORMADO                           *
      *================================================================*

       01  RESCWEST-REG-PARM.
           05 RESCWEST-ANO-MES            PIC X(006).
           05 RESCWEST-ANO-MES-N      REDEFINES RESCWEST-ANO-MES.
              10 RESCWEST-ANO             PIC 9(004).
              10 RESCWEST-MES             PIC 9(002).
           05 FILLER                      PIC X(074).
