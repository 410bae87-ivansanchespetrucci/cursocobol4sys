      *================================================================*
      *    COPY........: RESTWDJR                                     *
      *    OBJETIVO....: LAYOUT DO DIARIO DE IMAGENS DO MESTRE DE     *
      *                  RESTRICOES (SARQJRNL) - GRAVADO EM ACRESCIMO *
      *                  PELO RESCDSA3, UM REGISTRO POR INCLUSAO,     *
      *                  ALTERACAO OU ENCERRAMENTO DE CHAVE NO        *
      *                  MSTREST, COM A IMAGEM DO REGISTRO ANTES E    *
      *                  DEPOIS DA ATUALIZACAO, MARCADO COM A DATA DA *
      *                  EXECUCAO. O RESCDSB9 LE O DIARIO PARA        *
      *                  ESTORNAR UMA EXECUCAO E GRAVA NELE AS        *
      *                  REVERSOES, COM A DATA DA EXECUCAO ESTORNADA  *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    OPERACAO (RESTWDJR-OPERACAO):                              *
      *      I - INCLUSAO (IMAGEM ANTES EM BRANCO)                    *
      *      A - ALTERACAO, COM OU SEM REATIVACAO                     *
      *      E - ENCERRAMENTO POR AUSENCIA                            *
      *      R - REVERSAO PELO ESTORNO (IMAGEM DEPOIS EM BRANCO       *
      *          QUANDO A CHAVE INCLUIDA FOI EXCLUIDA DO MESTRE)      *
      *    AS IMAGENS TEM O LAYOUT DO BOOK RESTWMST (LRECL 124)       *
      *================================================================*

       01  RESTWDJR-REG-DIARIO.
           05 RESTWDJR-DTA-EXECUCAO       PIC 9(008).
           05 RESTWDJR-HORA-EXECUCAO      PIC 9(008).
           05 RESTWDJR-PROGRAMA           PIC X(008).
           05 RESTWDJR-OPERACAO           PIC X(001).
              88 RESTWDJR-INCLUSAO                    VALUE 'I'.
              88 RESTWDJR-ALTERACAO                   VALUE 'A'.
              88 RESTWDJR-ENCERRAMENTO                VALUE 'E'.
              88 RESTWDJR-REVERSAO                    VALUE 'R'.
           05 RESTWDJR-CHAVE.
              10 RESTWDJR-CPF-CGC         PIC 9(009).
              10 RESTWDJR-FILIAL-CGC      PIC 9(004).
              10 RESTWDJR-TIPO-IMPED      PIC 9(003).
           05 RESTWDJR-IMAGEM-ANTES       PIC X(124).
           05 RESTWDJR-IMAGEM-DEPOIS      PIC X(124).
           05 FILLER                      PIC X(011).
