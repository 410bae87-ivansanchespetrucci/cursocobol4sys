      *================================================================*
      *    COPY........: RESCWRCF                                     *
      *    OBJETIVO....: LAYOUT DO CADASTRO DE SITUACAO CADASTRAL DA  *
      *                  RECEITA FEDERAL (EARQSITF), RECEBIDO UMA VEZ *
      *                  POR MES - UM REGISTRO POR DOCUMENTO (CPF OU  *
      *                  CNPJ COM OS DIGITOS DE CONTROLE), COM A      *
      *                  SITUACAO CADASTRAL E A DATA EM QUE ELA       *
      *                  PASSOU A VALER. O ARQUIVO ABRE COM 'HDR',    *
      *                  FECHA COM 'TRL' E CHEGA CLASSIFICADO POR     *
      *                  TIPO-DOC / NUM-DOC SEM REPETICAO             *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO          *
      *    DATA........: 25/02/2019                                   *
      *----------------------------------------------------------------*
      *    TIPO DO DOCUMENTO (RESCWRCF-TIPO-DOC):                     *
      *      F - CPF  (NUM-DOC = 000 + BASE DE 9 DIGITOS + DV)        *
      *      J - CNPJ (NUM-DOC = RAIZ 8 + FILIAL 4 + DV)              *
      *    SITUACAO CADASTRAL DO CPF (RESCWRCF-SITUACAO):             *
      *      00 - REGULAR                                             *
      *      02 - SUSPENSA                                            *
      *      03 - TITULAR FALECIDO                                    *
      *      04 - PENDENTE DE REGULARIZACAO                           *
      *      05 - CANCELADA POR MULTIPLICIDADE                        *
      *      08 - NULA                                                *
      *      09 - CANCELADA DE OFICIO                                 *
      *    SITUACAO CADASTRAL DO CNPJ (RESCWRCF-SITUACAO):            *
      *      01 - NULA                                                *
      *      02 - ATIVA (REGULAR)                                     *
      *      03 - SUSPENSA                                            *
      *      04 - INAPTA                                              *
      *      08 - BAIXADA                                             *
      *================================================================*

       01  RESCWRCF-REG-EARQSITF.
           05 RESCWRCF-DOCUMENTO.
              10 RESCWRCF-TIPO-DOC        PIC X(001).
                 88 RESCWRCF-DOC-CPF                 VALUE 'F'.
                 88 RESCWRCF-DOC-CNPJ                VALUE 'J'.
              10 RESCWRCF-NUM-DOC         PIC 9(014).
              10 RESCWRCF-NUM-CPF     REDEFINES RESCWRCF-NUM-DOC.
                 15 FILLER                PIC 9(003).
                 15 RESCWRCF-CPF-BASE     PIC 9(009).
                 15 RESCWRCF-CPF-DV       PIC 9(002).
              10 RESCWRCF-NUM-CNPJ    REDEFINES RESCWRCF-NUM-DOC.
                 15 RESCWRCF-CNPJ-RAIZ    PIC 9(008).
                 15 RESCWRCF-CNPJ-FILIAL  PIC 9(004).
                 15 RESCWRCF-CNPJ-DV      PIC 9(002).
           05 RESCWRCF-SITUACAO           PIC 9(002).
              88 RESCWRCF-SIT-CPF-REGULAR            VALUE 00.
              88 RESCWRCF-SIT-CNPJ-ATIVA             VALUE 02.
           05 RESCWRCF-DTA-SITUACAO       PIC 9(008).
           05 FILLER                      PIC X(025).

      *----------------------------------------------------------------*
      *    REGISTRO DE CONTROLE (HEADER/TRAILER) DO EARQSITF - MESMO   *
      *    TAMANHO DO DETALHE, IDENTIFICADO POR RESCWRCF-CTL-TIPO-REG. *
      *    O HEADER TRAZ A DATA DE REFERENCIA DO CADASTRO E O TRAILER  *
      *    A QUANTIDADE DE DOCUMENTOS                                  *
      *----------------------------------------------------------------*

       01  RESCWRCF-REG-CONTROLE   REDEFINES RESCWRCF-REG-EARQSITF.
           05 RESCWRCF-CTL-TIPO-REG       PIC X(003).
              88 RESCWRCF-CTL-HEADER                 VALUE 'HDR'.
              88 RESCWRCF-CTL-TRAILER                VALUE 'TRL'.
           05 RESCWRCF-CTL-DTA-REFERENCIA PIC 9(008).
           05 RESCWRCF-CTL-QTDE-REGS      PIC 9(009).
           05 FILLER                      PIC X(030).
