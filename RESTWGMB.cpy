      *================================================================*
      *    COPY........: RESTWGMB                                     *
      *    OBJETIVO....: LAYOUT DO CADASTRO DE MEMBROS DE GRUPOS      *
      *                  ECONOMICOS (MSTGRPM) - UM REGISTRO POR       *
      *                  DOCUMENTO CPF-CGC / FILIAL-CGC QUE JA FEZ    *
      *                  PARTE DE UM GRUPO, MANTIDO PELO RESCDSB7,    *
      *                  COM O GRUPO E A CONDICAO DE RESTRITO NA      *
      *                  ULTIMA EXECUCAO EM QUE APARECEU (ATUAL) E NA *
      *                  EXECUCAO ANTERIOR A ESSA (ANTERIOR). E A     *
      *                  COMPARACAO DOS DOIS QUE SINALIZA O GRUPO QUE *
      *                  GANHOU UM MEMBRO RESTRITO                    *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    UMA REEXECUCAO NO MESMO DIA SO SOBREPOE A SITUACAO ATUAL,  *
      *    PRESERVANDO A ANTERIOR - O RESULTADO DA COMPARACAO NAO     *
      *    MUDA SE O PASSO FOR REPROCESSADO                           *
      *    RESTRITO (RESTWGMB-RESTRITO-ATUAL / -ANTERIOR):            *
      *      S - DOCUMENTO COM PELO MENOS UMA RESTRICAO ATIVA NO      *
      *          MESTRE MSTREST                                       *
      *      N - DOCUMENTO SEM RESTRICAO ATIVA                        *
      *================================================================*

       01  RESTWGMB-REG-MEMBRO.
           05 RESTWGMB-CHAVE.
              10 RESTWGMB-CPF-CGC         PIC 9(009).
              10 RESTWGMB-FILIAL-CGC      PIC 9(004).
           05 RESTWGMB-DTA-ATUAL          PIC 9(008).
           05 RESTWGMB-GRUPO-ATUAL.
              10 RESTWGMB-CPF-GRUPO-ATUAL PIC 9(009).
              10 RESTWGMB-FIL-GRUPO-ATUAL PIC 9(004).
           05 RESTWGMB-RESTRITO-ATUAL     PIC X(001).
              88 RESTWGMB-ERA-RESTRITO-ATUAL         VALUE 'S'.
           05 RESTWGMB-DTA-ANTERIOR       PIC 9(008).
           05 RESTWGMB-GRUPO-ANTERIOR.
              10 RESTWGMB-CPF-GRUPO-ANT   PIC 9(009).
              10 RESTWGMB-FIL-GRUPO-ANT   PIC 9(004).
           05 RESTWGMB-RESTRITO-ANTERIOR  PIC X(001).
              88 RESTWGMB-ERA-RESTRITO-ANTERIOR      VALUE 'S'.
           05 FILLER                      PIC X(023).
