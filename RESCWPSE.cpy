      *================================================================*
      *    COPY........: RESCWPSE                                     *
      *    OBJETIVO....: LAYOUT DO CARTAO DE PARAMETRO DA EXTRACAO    *
      *                  PSEUDONIMIZADA DE MASSA DE TESTE (PARMPSEU), *
      *                  LIDO PELO RESCDSC5                           *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    RESCWPSE-SEMENTE - CHAVE DA SUBSTITUICAO (OBRIGATORIA E    *
      *    DIFERENTE DE ZEROS). A MESMA SEMENTE SOBRE OS MESMOS       *
      *    ARQUIVOS GERA A MESMA MASSA; O CARTAO E DE USO RESTRITO    *
      *    DA PRODUCAO E NUNCA E COPIADO PARA O AMBIENTE DE TESTE     *
      *----------------------------------------------------------------*
      *    RESCWPSE-FAIXA-VARIACAO - PERCENTUAL MAXIMO (01 A 50) DE   *
      *    VARIACAO DOS VALORES, PARA MAIS OU PARA MENOS; BRANCOS OU  *
      *    ZEROS ASSUMEM 10                                           *
      *================================================================*

       01  RESCWPSE-REG-PARM.
           05 RESCWPSE-SEMENTE            PIC 9(009).
           05 RESCWPSE-FAIXA-VARIACAO     PIC 9(002).
           05 FILLER                      PIC X(069).
