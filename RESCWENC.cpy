      *================================================================*
      *    COPY........: RESCWENC                                     *
      *    OBJETIVO....: TABELA DO ENCADEAMENTO DA ESTEIRA DIARIA -   *
      *                  AS ETAPAS NA ORDEM DE EXECUCAO, COM AS ATE 3 *
      *                  ETAPAS DAS QUAIS CADA UMA DEPENDE. A ETAPA   *
      *                  SO RODA QUANDO TODAS AS SUAS DEPENDENCIAS    *
      *                  ESTAO FINALIZADAS LIMPAS (RETURN-CODE ATE 4) *
      *                  PARA A MESMA DATA DE PROCESSAMENTO NO        *
      *                  MSTCTRL. USADA PELA ROTINA RESCDSC1 E PELO   *
      *                  RELATORIO RESCDSC2                           *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    MODO DA DEPENDENCIA (RESCWENC-DEP-MODO):                   *
      *      U - A EXECUCAO UNICA DA ETAPA (INSTANCIA ZERO)           *
      *      P - TODAS AS PARTICOES DA ETAPA (INSTANCIAS 01 A 99),    *
      *          COM PELO MENOS UMA REGISTRADA                        *
      *    A ALTERNATIVA (RESCWENC-DEP-ALTERNATIVA), QUANDO           *
      *    INFORMADA, SATISFAZ A DEPENDENCIA NO LUGAR DA ETAPA        *
      *    PRINCIPAL - O RESCDSA3 RODA DEPOIS DO RESCDSA1 UNICO OU    *
      *    DO RESCDSA8 QUE REUNIFICA AS PARTICOES                     *
      *    A TRANSMISSAO DO SARQBURO AO BUREAU FICA FORA DA TABELA:   *
      *    O RESCDSA7 DEPENDE DO RESCDSB1 TER LIBERADO O ARQUIVO      *
      *    O RESCDSB9 (ESTORNO) E AVULSO E NAO DEPENDE DE NENHUMA     *
      *    ETAPA                                                      *
      *================================================================*

       01  RESCWENC-QTD-ETAPAS            PIC 9(002)  VALUE 15.

       01  RESCWENC-TAB-VALORES.
      *----------------------------------------------------------------*
      *    01 - RESCDSA1                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSA1'.
           05 FILLER                      PIC X(030)  VALUE
              'EXTRACAO E CASAMENTO'.
           05 FILLER                      PIC X(051)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    02 - RESCDSA8                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSA8'.
           05 FILLER                      PIC X(030)  VALUE
              'REUNIFICACAO DAS PARTICOES'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSA1P'.
           05 FILLER                      PIC X(034)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    03 - RESCDSA3                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSA3'.
           05 FILLER                      PIC X(030)  VALUE
              'ATUALIZACAO DO MESTRE MSTREST'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSA1URESCDSA8'.
           05 FILLER                      PIC X(034)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    04 - RESCDSB6                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSB6'.
           05 FILLER                      PIC X(030)  VALUE
              'CONTESTACOES E SUSPENSOES'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSA3U'.
           05 FILLER                      PIC X(034)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    05 - RESCDSB8                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSB8'.
           05 FILLER                      PIC X(030)  VALUE
              'LIQUIDACOES DA COBRANCA'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSA3U'.
           05 FILLER                      PIC X(034)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    06 - RESCDSB5                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSB5'.
           05 FILLER                      PIC X(030)  VALUE
              'AVISO PREVIO AO DEVEDOR'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSB6U'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSB8U'.
           05 FILLER                      PIC X(017)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    07 - RESCDSB7                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSB7'.
           05 FILLER                      PIC X(030)  VALUE
              'GRUPOS ECONOMICOS'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSA3U'.
           05 FILLER                      PIC X(034)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    08 - RESCDSA9                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSA9'.
           05 FILLER                      PIC X(030)  VALUE
              'AUDITORIA DO MESTRE'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSB5U'.
           05 FILLER                      PIC X(034)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    09 - RESCDSA5                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSA5'.
           05 FILLER                      PIC X(030)  VALUE
              'GERACAO DO SARQBURO'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSA9U'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSB5U'.
           05 FILLER                      PIC X(017)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    10 - RESCDSB1                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSB1'.
           05 FILLER                      PIC X(030)  VALUE
              'VALIDACAO DO SARQBURO'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSA5U'.
           05 FILLER                      PIC X(034)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    11 - RESCDSA7                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSA7'.
           05 FILLER                      PIC X(030)  VALUE
              'RETORNO DO BUREAU'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSB1U'.
           05 FILLER                      PIC X(034)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    12 - RESCDSA2                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSA2'.
           05 FILLER                      PIC X(030)  VALUE
              'RECICLAGEM DE REJEITOS'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSA7U'.
           05 FILLER                      PIC X(034)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    13 - RESCDSB3                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSB3'.
           05 FILLER                      PIC X(030)  VALUE
              'ENVELHECIMENTO DE REJEITOS'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSA7U'.
           05 FILLER                      PIC X(034)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    14 - RESCDSC4                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSC4'.
           05 FILLER                      PIC X(030)  VALUE
              'CONFERENCIA CADASTRO RECEITA'.
           05 FILLER                      PIC X(017)  VALUE
              'RESCDSA3U'.
           05 FILLER                      PIC X(034)  VALUE SPACES.
      *----------------------------------------------------------------*
      *    15 - RESCDSB9                                              *
      *----------------------------------------------------------------*
           05 FILLER                      PIC X(008)  VALUE 'RESCDSB9'.
           05 FILLER                      PIC X(030)  VALUE
              'ESTORNO DO RESCDSA3 (AVULSO)'.
           05 FILLER                      PIC X(051)  VALUE SPACES.

       01  RESCWENC-TAB-ESTEIRA       REDEFINES RESCWENC-TAB-VALORES.
           05 RESCWENC-ETAPA-TAB          OCCURS 15 TIMES.
              10 RESCWENC-ETAPA           PIC X(008).
              10 RESCWENC-DESCRICAO       PIC X(030).
              10 RESCWENC-DEPENDENCIA     OCCURS 3 TIMES.
                 15 RESCWENC-DEP-ETAPA    PIC X(008).
                 15 RESCWENC-DEP-MODO     PIC X(001).
                    88 RESCWENC-DEP-UNICA              VALUE 'U'.
                    88 RESCWENC-DEP-PARTICOES          VALUE 'P'.
                 15 RESCWENC-DEP-ALTERNATIVA
                                          PIC X(008).
