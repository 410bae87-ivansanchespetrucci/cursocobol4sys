      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSC4.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSC4                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CONFERIR OS DOCUMENTOS RESTRITOS COM O        *
      * CADASTRO DE SITUACAO CADASTRAL DA RECEITA FEDERAL (EARQSITF,   *
      * RECEBIDO UMA VEZ POR MES). ENTRAM NA CONFERENCIA TODAS AS      *
      * CHAVES ATIVAS DO MESTRE MSTREST E AS RESTRICOES RECEBIDAS NO   *
      * DIA NO EARQREST E NO EARQRCOB. O DOCUMENTO DE CADA RESTRICAO E *
      * IDENTIFICADO PELO DIGITO DE CONTROLE, COMO NA CONSISTENCIA DO  *
      * RESCDSA1: CPF QUANDO A FILIAL-CGC E 1 E O DIGITO DO CPF        *
      * CONFERE, SENAO CNPJ (RAIZ DE 8 DIGITOS + FILIAL); DOCUMENTO    *
      * CUJO DIGITO NAO CONFERE NEM COMO CPF NEM COMO CNPJ E CONTADO E *
      * FICA FORA DA CONFERENCIA. OS DOCUMENTOS SAO CLASSIFICADOS E    *
      * CASADOS COM O CADASTRO; O DOCUMENTO COM SITUACAO NAO REGULAR   *
      * (CPF DIFERENTE DE 00 - REGULAR, CNPJ DIFERENTE DE 02 - ATIVA)  *
      * E O DOCUMENTO QUE NAO CONSTA DO CADASTRO TEM CADA UMA DAS SUAS *
      * RESTRICOES (DOCUMENTO / TIPO-IMPED) LISTADA NO RELATORIO       *
      * SARQRSIT E GRAVADA NO ARQUIVO DE EXCECOES SARQSITF, COM A      *
      * SITUACAO E A DATA DA SITUACAO NO CADASTRO, PARA A AREA         *
      * JURIDICA DECIDIR ENTRE ENCERRAR OU MANTER A RESTRICAO. O       *
      * RESUMO TRAZ OS DOCUMENTOS IRREGULARES POR SITUACAO CADASTRAL.  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     MSTREST             I                      RESTWMST        *
      *     EARQREST            I                      RESCWRES        *
      *     EARQRCOB            I  (OPCIONAL)          RESCWRCB        *
      *     EARQSITF            I                      RESCWRCF        *
      *     SARQSITF            O                      RESTWDSF        *
      *     SARQRSIT            O                      RELATORIO 132   *
      *     SORTWK             TRABALHO DO SORT INTERNO                *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESTWMST - LAYOUT DO ARQUIVO MESTRE DE RESTRICOES           *
      *    RESCWRES - LAYOUT DO ARQUIVO DE ENTRADA DE RESTRICOES       *
      *    RESCWRCB - LAYOUT DAS RESTRICOES DA AREA DE COBRANCA        *
      *    RESCWRCF - LAYOUT DO CADASTRO DA RECEITA FEDERAL            *
      *    RESTWDSF - LAYOUT DAS EXCECOES DA CONFERENCIA CADASTRAL     *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC1 - CONTROLE DA ESTEIRA (DD PARMCTRL E MSTCTRL)      *
      *----------------------------------------------------------------*
      *    RETORNO.....: 0 - TODOS OS DOCUMENTOS REGULARES             *
      *                  4 - RESTRICAO GRAVADA NO SARQSITF             *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*

       FILE-CONTROL.

           SELECT MSTREST  ASSIGN      TO MSTREST
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWMST-CHAVE
                      FILE STATUS      IS WRK-FS-MSTREST.

           SELECT EARQREST ASSIGN      TO UT-S-EARQREST
                      FILE STATUS      IS WRK-FS-EARQREST.

           SELECT OPTIONAL EARQRCOB
                      ASSIGN           TO UT-S-EARQRCOB
                      FILE STATUS      IS WRK-FS-EARQRCOB.

           SELECT EARQSITF ASSIGN      TO UT-S-EARQSITF
                      FILE STATUS      IS WRK-FS-EARQSITF.

           SELECT SARQSITF ASSIGN      TO UT-S-SARQSITF
                      FILE STATUS      IS WRK-FS-SARQSITF.

           SELECT SARQRSIT ASSIGN      TO UT-S-SARQRSIT
                      FILE STATUS      IS WRK-FS-SARQRSIT.

           SELECT SARQSORT ASSIGN      TO UT-S-SORTWK.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT - ARQUIVO MESTRE DE RESTRICOES (MSTREST)              *
      *                                -  LRECL   = 124                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWMST E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  MSTREST
           LABEL RECORD IS STANDARD.

           COPY RESTWMST.

      *----------------------------------------------------------------*
      *    INPUT - RESTRICOES RECEBIDAS NO DIA (EARQREST)              *
      *                                -  LRECL   = 093                *
      *----------------------------------------------------------------*

       FD  EARQREST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQREST                 PIC  X(093).

      *----------------------------------------------------------------*
      *    INPUT - RESTRICOES DA AREA DE COBRANCA (EARQRCOB)           *
      *                                -  LRECL   = 094                *
      *----------------------------------------------------------------*

       FD  EARQRCOB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQRCOB                 PIC  X(094).

      *----------------------------------------------------------------*
      *    INPUT - CADASTRO DA RECEITA FEDERAL (EARQSITF)              *
      *                                -  LRECL   = 050                *
      *----------------------------------------------------------------*

       FD  EARQSITF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQSITF                 PIC  X(050).

      *----------------------------------------------------------------*
      *    OUTPUT - EXCECOES DA CONFERENCIA CADASTRAL (SARQSITF)       *
      *                                -  LRECL   = 120                *
      *----------------------------------------------------------------*

       FD  SARQSITF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQSITF                 PIC  X(120).

      *----------------------------------------------------------------*
      *    OUTPUT - RELATORIO DA CONFERENCIA CADASTRAL (SARQRSIT)      *
      *                                -  LRECL   = 132                *
      *----------------------------------------------------------------*

       FD  SARQRSIT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQRSIT                 PIC  X(132).

      *----------------------------------------------------------------*
      *    TRABALHO - UM REGISTRO POR RESTRICAO DE CADA FONTE,         *
      *    CLASSIFICADO POR DOCUMENTO / TIPO-IMPED / FONTE. A FONTE    *
      *    1 (MESTRE) VEM ANTES DAS FONTES DO DIA, 2 (EARQREST) E      *
      *    3 (EARQRCOB)                                                *
      *----------------------------------------------------------------*

       SD  SARQSORT.

       01  SRT-REG-DOCUMENTO.
           05 SRT-DOCUMENTO.
              10 SRT-TIPO-DOC          PIC  X(001).
              10 SRT-NUM-DOC           PIC  9(014).
           05 SRT-TIPO-IMPED           PIC  9(003).
           05 SRT-FONTE                PIC  X(001).
              88 SRT-FONTE-MESTRE                          VALUE '1'.
              88 SRT-FONTE-EARQREST                        VALUE '2'.
              88 SRT-FONTE-EARQRCOB                        VALUE '3'.
           05 SRT-CPF-CGC              PIC  9(009).
           05 SRT-FILIAL-CGC           PIC  9(004).
           05 SRT-MAIOR-GRAU           PIC  9(001).
           05 SRT-DTA-INCLUSAO         PIC  9(008).
           05 SRT-VALOR-TOT-IMPED      PIC  9(015)V99.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSC4 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*

       01  ACU-LIDOS-MSTREST           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-ATIVAS-MSTREST          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-EARQREST          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CONTROLE-EARQREST       PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-EARQRCOB          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CONTROLE-EARQRCOB       PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DOCS-INVALIDOS          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIBERADOS-SORT          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-EARQSITF          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DOCS-EARQSITF           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DOCUMENTOS              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DOCS-REGULARES          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DOCS-IRREGULARES        PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DOCS-AUSENTES           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-RESTRICOES              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-RESTR-IRREGULARES       PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-RESTR-AUSENTES          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQSITF          PIC  9(009) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-MSTREST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQREST             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQRCOB             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQSITF             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQSITF             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRSIT             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA E SAIDA ***'.
      *----------------------------------------------------------------*

           COPY RESCWRES.

           COPY RESCWRCB.

           COPY RESCWRCF.

           COPY RESTWDSF.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE LEITURA DAS FONTES DE RESTRICOES ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-MSTREST             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-MSTREST                          VALUE 'S'.

       01  WRK-FIM-EARQREST            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQREST                         VALUE 'S'.

       01  WRK-FIM-EARQRCOB            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQRCOB                         VALUE 'S'.

       01  WRK-EXISTE-ARQ-COBRANCA     PIC  X(001)         VALUE 'N'.
           88 WRK-COM-ARQ-COBRANCA                         VALUE 'S'.

      *    RESTRICAO LIDA DE QUALQUER DAS FONTES, A LIBERAR            *
       01  WRK-ENT-RESTRICAO.
           05 WRK-ENT-CPF-CGC          PIC  9(009).
           05 WRK-ENT-FILIAL-CGC       PIC  9(004).
           05 WRK-ENT-TIPO-IMPED       PIC  9(003).
           05 WRK-ENT-CTRL-CPF         PIC  9(002).
           05 WRK-ENT-MAIOR-GRAU       PIC  9(001).
           05 WRK-ENT-DTA-INCLUSAO     PIC  9(008).
           05 WRK-ENT-VALOR-TOT-IMPED  PIC  9(015)V99.
           05 WRK-ENT-FONTE            PIC  X(001).

      *    DOCUMENTO IDENTIFICADO PELO DIGITO DE CONTROLE, NO MESMO    *
      *    FORMATO DO CADASTRO DA RECEITA FEDERAL (BOOK RESCWRCF)      *
       01  WRK-DOCUMENTO.
           05 WRK-DOC-TIPO             PIC  X(001).
           05 WRK-DOC-NUM              PIC  9(014).
           05 FILLER                   REDEFINES WRK-DOC-NUM.
              10 FILLER                PIC  9(003).
              10 WRK-DOC-CPF-BASE      PIC  9(009).
              10 WRK-DOC-CPF-DV        PIC  9(002).
           05 FILLER                   REDEFINES WRK-DOC-NUM.
              10 WRK-DOC-CNPJ-RAIZ     PIC  9(008).
              10 WRK-DOC-CNPJ-FILIAL   PIC  9(004).
              10 WRK-DOC-CNPJ-DV       PIC  9(002).

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE DIGITO DE CONTROLE (CPF/CNPJ) ***'.
      *----------------------------------------------------------------*

       01  WRK-PESOS-CPF-DV1           PIC  X(018)         VALUE
           '100908070605040302'.
       01  WRK-PESOS-CPF-DV2           PIC  X(018)         VALUE
           '111009080706050403'.
       01  WRK-PESOS-CNPJ-DV1          PIC  X(024)         VALUE
           '050403020908070605040302'.
       01  WRK-PESOS-CNPJ-DV2          PIC  X(024)         VALUE
           '060504030209080706050403'.

       01  WRK-PESOS-DV1-USO           PIC  X(024)         VALUE ZEROS.
       01  WRK-PESOS-DV2-USO           PIC  X(024)         VALUE ZEROS.

       01  WRK-PESOS-ATIVOS            PIC  X(024)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-PESOS-ATIVOS.
           05 WRK-PESO-ATIVO           OCCURS 12 TIMES
                                       PIC  9(002).

       01  WRK-DOC-BASE                PIC  X(012)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DOC-BASE.
           05 WRK-DOC-DIG              OCCURS 12 TIMES
                                       PIC  9(001).
       01  FILLER                      REDEFINES WRK-DOC-BASE.
           05 WRK-DOC-BASE-CPF         PIC  X(009).
           05 FILLER                   PIC  X(003).
       01  FILLER                      REDEFINES WRK-DOC-BASE.
           05 WRK-DOC-BASE-RAIZ        PIC  X(008).
           05 WRK-DOC-BASE-FILIAL      PIC  X(004).

       01  WRK-DOC-CPF-CGC             PIC  9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DOC-CPF-CGC.
           05 FILLER                   PIC  X(001).
           05 WRK-DOC-RAIZ-CNPJ        PIC  X(008).

       01  WRK-DV-QTD-DIGITOS          PIC  9(002) COMP-3  VALUE ZEROS.
       01  WRK-DV-INFORMADO            PIC  9(002)         VALUE ZEROS.
       01  WRK-DV-CALCULADO.
           05 WRK-DV-CALC1             PIC  9(001).
           05 WRK-DV-CALC2             PIC  9(001).
       01  WRK-DV-SOMA                 PIC  9(005) COMP-3  VALUE ZEROS.
       01  WRK-DV-PRODUTO              PIC  9(004) COMP-3  VALUE ZEROS.
       01  WRK-DV-QUOCIENTE            PIC  9(005) COMP-3  VALUE ZEROS.
       01  WRK-DV-RESTO                PIC  9(002) COMP-3  VALUE ZEROS.
       01  WRK-DV-DIGITO               PIC  9(002) COMP-3  VALUE ZEROS.
       01  WRK-IDX-DV                  PIC  9(002) COMP-3  VALUE ZEROS.

       01  WRK-DV-CONFERIDO            PIC  X(001)         VALUE 'N'.
           88 WRK-DV-CONFERE                               VALUE 'S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO CASAMENTO COM O CADASTRO ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-CLASSIFICACAO       PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-CLASSIFICACAO                    VALUE 'S'.

       01  WRK-FIM-EARQSITF            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQSITF                         VALUE 'S'.

       01  WRK-DTA-REFERENCIA          PIC  9(008)         VALUE ZEROS.

      *    DOCUMENTO CORRENTE DO CADASTRO - HIGH-VALUES NO TRAILER     *
       01  WRK-CHAVE-CADASTRO          PIC  X(015)         VALUE
           LOW-VALUES.
       01  WRK-CHAVE-CADASTRO-ANT      PIC  X(015)         VALUE
           LOW-VALUES.
       01  WRK-CAD-SITUACAO            PIC  9(002)         VALUE ZEROS.
       01  WRK-CAD-DTA-SITUACAO        PIC  9(008)         VALUE ZEROS.

      *    DOCUMENTO CORRENTE DA CLASSIFICACAO E O SEU RESULTADO NA    *
      *    CONFERENCIA - OCORRENCIA BRANCO = REGULAR                   *
       01  WRK-DOC-CORRENTE.
           05 WRK-COR-TIPO-DOC         PIC  X(001).
              88 WRK-COR-CPF                               VALUE 'F'.
              88 WRK-COR-CNPJ                              VALUE 'J'.
           05 WRK-COR-NUM-DOC          PIC  9(014).
           05 FILLER                   REDEFINES WRK-COR-NUM-DOC.
              10 FILLER                PIC  9(003).
              10 WRK-COR-CPF-P1        PIC  9(003).
              10 WRK-COR-CPF-P2        PIC  9(003).
              10 WRK-COR-CPF-P3        PIC  9(003).
              10 WRK-COR-CPF-DV        PIC  9(002).
           05 FILLER                   REDEFINES WRK-COR-NUM-DOC.
              10 WRK-COR-CNPJ-P1       PIC  9(002).
              10 WRK-COR-CNPJ-P2       PIC  9(003).
              10 WRK-COR-CNPJ-P3       PIC  9(003).
              10 WRK-COR-CNPJ-FILIAL   PIC  9(004).
              10 WRK-COR-CNPJ-DV       PIC  9(002).

       01  WRK-COR-OCORRENCIA          PIC  X(001)         VALUE SPACE.
           88 WRK-COR-REGULAR                              VALUE SPACE.
           88 WRK-COR-IRREGULAR                            VALUE 'I'.
           88 WRK-COR-AUSENTE                              VALUE 'A'.
       01  WRK-COR-SITUACAO            PIC  9(002)         VALUE ZEROS.
       01  WRK-COR-DES-SITUACAO        PIC  X(030)         VALUE SPACES.
       01  WRK-COR-DTA-SITUACAO        PIC  9(008)         VALUE ZEROS.

      *    RESTRICAO CORRENTE (DOCUMENTO / TIPO-IMPED) E AS FONTES EM  *
      *    QUE FOI ENCONTRADA                                          *
       01  WRK-TIPO-CORRENTE           PIC  9(003)         VALUE ZEROS.
       01  WRK-RST-CPF-CGC             PIC  9(009)         VALUE ZEROS.
       01  WRK-RST-FILIAL-CGC          PIC  9(004)         VALUE ZEROS.
       01  WRK-RST-MAIOR-GRAU          PIC  9(001)         VALUE ZEROS.
       01  WRK-RST-DTA-INCLUSAO        PIC  9(008)         VALUE ZEROS.
       01  WRK-RST-VALOR-TOT-IMPED     PIC  9(015)V99      VALUE ZEROS.
       01  WRK-RST-NO-MESTRE           PIC  X(001)         VALUE 'N'.
           88 WRK-RST-ESTA-NO-MESTRE                       VALUE 'S'.
       01  WRK-RST-NO-EARQREST         PIC  X(001)         VALUE 'N'.
           88 WRK-RST-ESTA-NO-EARQREST                     VALUE 'S'.
       01  WRK-RST-NO-EARQRCOB         PIC  X(001)         VALUE 'N'.
           88 WRK-RST-ESTA-NO-EARQRCOB                     VALUE 'S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DE SITUACOES CADASTRAIS ***'.
      *----------------------------------------------------------------*

      *    LINHA 1 = CPF, LINHA 2 = CNPJ; COLUNA = CODIGO + 1 PARA OS  *
      *    CODIGOS 00 A 09 E COLUNA 11 PARA CODIGO ACIMA DE 09         *
       01  WRK-TAB-SITUACOES-VALORES.
           05 FILLER                   PIC  X(030)         VALUE
              'REGULAR'.
           05 FILLER                   PIC  X(030)         VALUE
              'CODIGO NAO PREVISTO'.
           05 FILLER                   PIC  X(030)         VALUE
              'SUSPENSA'.
           05 FILLER                   PIC  X(030)         VALUE
              'TITULAR FALECIDO'.
           05 FILLER                   PIC  X(030)         VALUE
              'PENDENTE DE REGULARIZACAO'.
           05 FILLER                   PIC  X(030)         VALUE
              'CANCELADA POR MULTIPLICIDADE'.
           05 FILLER                   PIC  X(030)         VALUE
              'CODIGO NAO PREVISTO'.
           05 FILLER                   PIC  X(030)         VALUE
              'CODIGO NAO PREVISTO'.
           05 FILLER                   PIC  X(030)         VALUE
              'NULA'.
           05 FILLER                   PIC  X(030)         VALUE
              'CANCELADA DE OFICIO'.
           05 FILLER                   PIC  X(030)         VALUE
              'CODIGO NAO PREVISTO'.
           05 FILLER                   PIC  X(030)         VALUE
              'CODIGO NAO PREVISTO'.
           05 FILLER                   PIC  X(030)         VALUE
              'NULA'.
           05 FILLER                   PIC  X(030)         VALUE
              'ATIVA'.
           05 FILLER                   PIC  X(030)         VALUE
              'SUSPENSA'.
           05 FILLER                   PIC  X(030)         VALUE
              'INAPTA'.
           05 FILLER                   PIC  X(030)         VALUE
              'CODIGO NAO PREVISTO'.
           05 FILLER                   PIC  X(030)         VALUE
              'CODIGO NAO PREVISTO'.
           05 FILLER                   PIC  X(030)         VALUE
              'CODIGO NAO PREVISTO'.
           05 FILLER                   PIC  X(030)         VALUE
              'BAIXADA'.
           05 FILLER                   PIC  X(030)         VALUE
              'CODIGO NAO PREVISTO'.
           05 FILLER                   PIC  X(030)         VALUE
              'CODIGO NAO PREVISTO'.

       01  WRK-TAB-SITUACOES       REDEFINES WRK-TAB-SITUACOES-VALORES.
           05 WRK-SIT-TIPO-DOC         OCCURS 2 TIMES.
              10 WRK-DES-SITUACAO      OCCURS 11 TIMES
                                       PIC  X(030).

      *    DOCUMENTOS IRREGULARES POR TIPO DE DOCUMENTO E SITUACAO,    *
      *    NA MESMA DISPOSICAO DA TABELA DE DESCRICOES                 *
       01  WRK-TAB-QTD-SITUACOES                           VALUE ZEROS.
           05 WRK-QTD-TIPO-DOC         OCCURS 2 TIMES.
              10 WRK-QTD-SITUACAO      OCCURS 11 TIMES
                                       PIC  9(009).

       01  WRK-IDX-TIPO-DOC            PIC  9(002) COMP-3  VALUE ZEROS.
       01  WRK-IDX-SITUACAO            PIC  9(002) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE EMISSAO DO RELATORIO ***'.
      *----------------------------------------------------------------*

       01  WRK-LIN-TRACO               PIC  X(132)         VALUE
           ALL '-'.

       01  WRK-LIN-BRANCO              PIC  X(132)         VALUE
           SPACES.

       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC  X(050)         VALUE
              'RESCDSC4 - CONFERENCIA COM O CADASTRO DA RECEITA F'.
           05 FILLER                   PIC  X(018)         VALUE
              'EDERAL'.
           05 FILLER                   PIC  X(018)         VALUE
              '   PROCESSAMENTO  '.
           05 WRK-CAB-DATA             PIC  9(008).
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LIN-TITULO.
           05 FILLER                   PIC  X(050)         VALUE
              'RESTRICOES DE DOCUMENTOS COM SITUACAO CADASTRAL NA'.
           05 FILLER                   PIC  X(050)         VALUE
              'O REGULAR OU QUE NAO CONSTAM DO CADASTRO          '.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-LIN-REFERENCIA.
           05 FILLER                   PIC  X(050)         VALUE
              'CADASTRO DA RECEITA FEDERAL (EARQSITF) - DATA DE R'.
           05 FILLER                   PIC  X(013)         VALUE
              'EFERENCIA '.
           05 WRK-REF-DATA             PIC  9(008).
           05 FILLER                   PIC  X(061)         VALUE SPACES.

       01  WRK-LIN-LEGENDA.
           05 FILLER                   PIC  X(050)         VALUE
              'FONTES: M = CHAVE ATIVA NO MSTREST  R = EARQREST D'.
           05 FILLER                   PIC  X(050)         VALUE
              'O DIA  C = EARQRCOB DO DIA                        '.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-LIN-COLUNAS.
           05 FILLER                   PIC  X(010)         VALUE
              'OCORRENCIA'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(018)         VALUE
              'DOCUMENTO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              'TPS'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'FONTE'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(004)         VALUE
              'GRAU'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              'INCLUSAO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(022)         VALUE
              '       VALOR-TOT-IMPED'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(033)         VALUE
              'SITUACAO CADASTRAL'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              'DATA SIT'.
           05 FILLER                   PIC  X(005)         VALUE SPACES.

       01  WRK-LIN-DET-EXCECAO.
           05 WRK-DEX-OCORRENCIA       PIC  X(010).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DEX-DOCUMENTO        PIC  X(018).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DEX-TIPO-IMPED       PIC  9(003).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DEX-FONTE-M          PIC  X(001).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DEX-FONTE-R          PIC  X(001).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DEX-FONTE-C          PIC  X(001).
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-DEX-MAIOR-GRAU       PIC  9(001).
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-DEX-DTA-INCLUSAO     PIC  X(008).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DEX-VALOR-TOT        PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DEX-SITUACAO         PIC  X(002).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DEX-DES-SITUACAO     PIC  X(030).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DEX-DTA-SITUACAO     PIC  X(008).
           05 FILLER                   PIC  X(005)         VALUE SPACES.

      *    DOCUMENTO EDITADO - CPF 999.999.999-99 E                    *
      *    CNPJ 99.999.999/9999-99                                     *
       01  WRK-DOC-EDITADO             PIC  X(018)         VALUE SPACES.
       01  WRK-DOC-EDITADO-CPF     REDEFINES WRK-DOC-EDITADO.
           05 WRK-EDC-P1               PIC  9(003).
           05 WRK-EDC-PONTO1           PIC  X(001).
           05 WRK-EDC-P2               PIC  9(003).
           05 WRK-EDC-PONTO2           PIC  X(001).
           05 WRK-EDC-P3               PIC  9(003).
           05 WRK-EDC-TRACO            PIC  X(001).
           05 WRK-EDC-DV               PIC  9(002).
           05 FILLER                   PIC  X(004).
       01  WRK-DOC-EDITADO-CNPJ    REDEFINES WRK-DOC-EDITADO.
           05 WRK-EDJ-P1               PIC  9(002).
           05 WRK-EDJ-PONTO1           PIC  X(001).
           05 WRK-EDJ-P2               PIC  9(003).
           05 WRK-EDJ-PONTO2           PIC  X(001).
           05 WRK-EDJ-P3               PIC  9(003).
           05 WRK-EDJ-BARRA            PIC  X(001).
           05 WRK-EDJ-FILIAL           PIC  9(004).
           05 WRK-EDJ-TRACO            PIC  X(001).
           05 WRK-EDJ-DV               PIC  9(002).

       01  WRK-LIN-NENHUMA.
           05 WRK-NEN-DESCRICAO        PIC  X(050).
           05 FILLER                   PIC  X(082)         VALUE SPACES.

       01  WRK-LIN-RESUMO.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RES-DESCRICAO        PIC  X(045).
           05 WRK-RES-QTD              PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(074)         VALUE SPACES.

       01  WRK-LIN-RESUMO-SITUACAO.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-RSS-TIPO-DOC         PIC  X(004).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RSS-SITUACAO         PIC  X(002).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RSS-DES-SITUACAO     PIC  X(030).
           05 FILLER                   PIC  X(005)         VALUE
              ' ....'.
           05 WRK-RSS-QTD              PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(074)         VALUE SPACES.

       01  WRK-AUX-SITUACAO            PIC  9(002)         VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VARIAVEIS AUXILIARES ***'.
      *----------------------------------------------------------------*

       01  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       01  WRK-MASC                    PIC  ZZZ.ZZZ.ZZ9    VALUE SPACES.
       01  WRK-DATA-EXECUCAO           PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE MENSAGENS ***'.
      *----------------------------------------------------------------*

       01  WRK-TEXTO.
           05 FILLER                   PIC  X(007)         VALUE
              '* ERRO '.
           05 WRK-OPERACAO             PIC  X(014)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              'DO ARQUIVO '.
           05 WRK-ARQUIVO              PIC  X(009)         VALUE SPACES.
           05 FILLER                   PIC  X(016)         VALUE
              '- FILE-STATUS = '.
           05 WRK-FS                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE
              ' *'.

       01  WRK-MENSAGEM.
           05 WRK-ABERTURA             PIC  X(013)         VALUE
             'NA ABERTURA'.
           05 WRK-LEITURA              PIC  X(013)         VALUE
             'NA LEITURA'.
           05 WRK-GRAVACAO             PIC  X(013)         VALUE
             'NA GRAVACAO'.
           05 WRK-POSICIONAMENTO       PIC  X(013)         VALUE
             'NO START'.
           05 WRK-FECHAMENTO           PIC  X(013)         VALUE
             'NO FECHAMENTO'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO CONTROLE DA ESTEIRA ***'.
      *----------------------------------------------------------------*

           COPY RESCWCTL.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA TRATAMENTO ERRO ***'.
      *----------------------------------------------------------------*

           COPY 'I#BRAD7C'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** RESCDSC4 - FIM DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      ******************************************************************
      *    ROTINA PRINCIPAL                                            *
      ******************************************************************
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR

           SORT SARQSORT
               ON ASCENDING KEY SRT-DOCUMENTO
                                SRT-TIPO-IMPED
                                SRT-FONTE
               INPUT PROCEDURE  IS 2000-LIBERAR-RESTRICOES
               OUTPUT PROCEDURE IS 3000-CONFERIR-CADASTRO

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTOS INICIAIS                                      *
      ******************************************************************
      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           PERFORM 1050-INICIAR-ESTEIRA

           ACCEPT WRK-DATA-EXECUCAO    FROM DATE YYYYMMDD

           OPEN INPUT  MSTREST
                       EARQREST
                       EARQRCOB
                       EARQSITF

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-MSTREST

           PERFORM 1120-TESTAR-FS-EARQREST

           PERFORM 1130-TESTAR-FS-EARQRCOB

           IF WRK-FS-EARQRCOB          NOT EQUAL '05'
              MOVE 'S'                 TO WRK-EXISTE-ARQ-COBRANCA
           END-IF

           PERFORM 1140-TESTAR-FS-EARQSITF

           OPEN OUTPUT SARQSITF
                       SARQRSIT

           PERFORM 1150-TESTAR-FS-SARQSITF

           PERFORM 1160-TESTAR-FS-SARQRSIT

           PERFORM 1200-LER-HEADER-EARQSITF

           PERFORM 1300-GRAVAR-HEADER-SARQSITF

           PERFORM 1400-EMITIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGISTRAR O INICIO DA ETAPA NO CONTROLE DA ESTEIRA - A      *
      *    ROTINA RESCDSC1 RECUSA A EXECUCAO (RESULTADO 12) QUANDO AS  *
      *    ETAPAS ANTERIORES NAO TERMINARAM LIMPAS NA MESMA DATA OU    *
      *    QUANDO A ETAPA JA FOI REGISTRADA NA DATA SEM REEXECUCAO     *
      *    FORCADA                                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       1050-INICIAR-ESTEIRA            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESCWCTL-AREA
           MOVE ZEROS                  TO RESCWCTL-DTA-PROCESSAMENTO
                                          RESCWCTL-INSTANCIA
                                          RESCWCTL-RETURN-CODE
           MOVE 'I'                    TO RESCWCTL-FUNCAO
           MOVE 'RESCDSC4'             TO RESCWCTL-ETAPA
           MOVE 'N'                    TO RESCWCTL-EXIGE-INSTANCIA

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           IF RESCWCTL-RECUSADA
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO ARQUIVO MESTRE - MSTREST              *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-TESTAR-FS-MSTREST          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTREST           NOT EQUAL ZEROS
              MOVE 'MSTREST'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTREST      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0010'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS RESTRICOES DO DIA - EARQREST         *
      ******************************************************************
      *----------------------------------------------------------------*
       1120-TESTAR-FS-EARQREST         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQREST          NOT EQUAL ZEROS
              MOVE 'EARQREST'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQREST     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0020'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS RESTRICOES DA COBRANCA - EARQRCOB    *
      *    (ARQUIVO OPCIONAL - '05' = NAO INFORMADO, SOMENTE A FONTE   *
      *    DO FORNECEDOR E CONFERIDA)                                  *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-EARQRCOB         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQRCOB          NOT EQUAL ZEROS
              AND WRK-FS-EARQRCOB      NOT EQUAL '05'
              MOVE 'EARQRCOB'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQRCOB     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO CADASTRO DA RECEITA - EARQSITF        *
      ******************************************************************
      *----------------------------------------------------------------*
       1140-TESTAR-FS-EARQSITF         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQSITF          NOT EQUAL ZEROS
              MOVE 'EARQSITF'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQSITF     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0040'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS EXCECOES - SARQSITF                  *
      ******************************************************************
      *----------------------------------------------------------------*
       1150-TESTAR-FS-SARQSITF         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQSITF          NOT EQUAL ZEROS
              MOVE 'SARQSITF'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQSITF     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0050'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO RELATORIO - SARQRSIT                  *
      ******************************************************************
      *----------------------------------------------------------------*
       1160-TESTAR-FS-SARQRSIT         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRSIT          NOT EQUAL ZEROS
              MOVE 'SARQRSIT'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQRSIT     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0060'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O HEADER DO CADASTRO DA RECEITA, COM A DATA DE          *
      *    REFERENCIA DA SITUACAO CADASTRAL                            *
      ******************************************************************
      *----------------------------------------------------------------*
       1200-LER-HEADER-EARQSITF        SECTION.
      *----------------------------------------------------------------*

           READ EARQSITF               INTO RESCWRCF-REG-EARQSITF

           IF WRK-FS-EARQSITF          NOT EQUAL '10'
              MOVE WRK-LEITURA         TO WRK-OPERACAO
              PERFORM 1140-TESTAR-FS-EARQSITF
              ADD 1                    TO ACU-LIDOS-EARQSITF
           END-IF

           IF WRK-FS-EARQSITF          EQUAL '10'
              OR NOT RESCWRCF-CTL-HEADER
              MOVE 'SEM HEADER'        TO WRK-OPERACAO
              MOVE 'EARQSITF'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0070'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           MOVE RESCWRCF-CTL-DTA-REFERENCIA
                                       TO WRK-DTA-REFERENCIA.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR O HEADER DO ARQUIVO DE EXCECOES                      *
      ******************************************************************
      *----------------------------------------------------------------*
       1300-GRAVAR-HEADER-SARQSITF     SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDSF-REG-SARQSITF
           MOVE 'HDR'                  TO RESTWDSF-CTL-TIPO-REG
           MOVE WRK-DATA-EXECUCAO      TO RESTWDSF-CTL-DATA-EXECUCAO
           MOVE 'RESCDSC4'             TO RESTWDSF-CTL-PROGRAMA
           MOVE WRK-DTA-REFERENCIA     TO RESTWDSF-CTL-DTA-REFERENCIA

           WRITE FD-SARQSITF           FROM RESTWDSF-REG-CONTROLE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQSITF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O CABECALHO DO RELATORIO                             *
      ******************************************************************
      *----------------------------------------------------------------*
       1400-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-EXECUCAO      TO WRK-CAB-DATA
           MOVE WRK-DTA-REFERENCIA     TO WRK-REF-DATA

           WRITE FD-SARQRSIT           FROM WRK-LIN-TRACO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRSIT

           WRITE FD-SARQRSIT           FROM WRK-LIN-CABEC1

           PERFORM 1160-TESTAR-FS-SARQRSIT

           WRITE FD-SARQRSIT           FROM WRK-LIN-TRACO

           PERFORM 1160-TESTAR-FS-SARQRSIT

           WRITE FD-SARQRSIT           FROM WRK-LIN-BRANCO

           PERFORM 1160-TESTAR-FS-SARQRSIT

           WRITE FD-SARQRSIT           FROM WRK-LIN-TITULO

           PERFORM 1160-TESTAR-FS-SARQRSIT

           WRITE FD-SARQRSIT           FROM WRK-LIN-REFERENCIA

           PERFORM 1160-TESTAR-FS-SARQRSIT

           WRITE FD-SARQRSIT           FROM WRK-LIN-LEGENDA

           PERFORM 1160-TESTAR-FS-SARQRSIT

           WRITE FD-SARQRSIT           FROM WRK-LIN-BRANCO

           PERFORM 1160-TESTAR-FS-SARQRSIT

           WRITE FD-SARQRSIT           FROM WRK-LIN-COLUNAS

           PERFORM 1160-TESTAR-FS-SARQRSIT.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT - LIBERAR AS CHAVES ATIVAS  *
      *    DO MESTRE E AS RESTRICOES RECEBIDAS NO DIA                  *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-LIBERAR-RESTRICOES         SECTION.
      *----------------------------------------------------------------*

           MOVE LOW-VALUES             TO RESTWMST-CHAVE

           START MSTREST KEY NOT LESS RESTWMST-CHAVE

           IF WRK-FS-MSTREST           EQUAL '23' OR '46'
              MOVE 'S'                 TO WRK-FIM-MSTREST
           ELSE
              MOVE WRK-POSICIONAMENTO  TO WRK-OPERACAO
              PERFORM 1110-TESTAR-FS-MSTREST
           END-IF

           PERFORM 2100-TRATAR-MESTRE
              UNTIL WRK-ESGOTOU-MSTREST

           PERFORM 2200-TRATAR-EARQREST
              UNTIL WRK-ESGOTOU-EARQREST

           IF WRK-COM-ARQ-COBRANCA
              PERFORM 2300-TRATAR-EARQRCOB
                 UNTIL WRK-ESGOTOU-EARQRCOB
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A PROXIMA CHAVE DO MESTRE E LIBERAR A QUE ESTA ATIVA    *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-TRATAR-MESTRE              SECTION.
      *----------------------------------------------------------------*

           READ MSTREST NEXT

           IF WRK-FS-MSTREST           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-MSTREST
              GO                       TO 2100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-MSTREST

           ADD 1                       TO ACU-LIDOS-MSTREST

           IF NOT RESTWMST-ATIVA
              GO                       TO 2100-99-FIM
           END-IF

           ADD 1                       TO ACU-ATIVAS-MSTREST

           MOVE RESTWMST-CPF-CGC       TO WRK-ENT-CPF-CGC
           MOVE RESTWMST-FILIAL-CGC    TO WRK-ENT-FILIAL-CGC
           MOVE RESTWMST-TIPO-IMPED    TO WRK-ENT-TIPO-IMPED
           MOVE RESTWMST-CTRL-CPF      TO WRK-ENT-CTRL-CPF
           MOVE RESTWMST-MAIOR-GRAU    TO WRK-ENT-MAIOR-GRAU
           MOVE RESTWMST-DTA-INCLUSAO  TO WRK-ENT-DTA-INCLUSAO
           MOVE RESTWMST-VALOR-TOT-IMPED
                                       TO WRK-ENT-VALOR-TOT-IMPED
           MOVE '1'                    TO WRK-ENT-FONTE

           PERFORM 2500-LIBERAR-RESTRICAO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DO EARQREST - OS HEADERS E TRAILERS  *
      *    DOS SEGMENTOS SAO SO CONTADOS (A CONFERENCIA DO CONTROLE    *
      *    DO ARQUIVO E FEITA PELO RESCDSA1)                           *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-TRATAR-EARQREST            SECTION.
      *----------------------------------------------------------------*

           READ EARQREST               INTO RESCWRES-REG-EARQREST

           IF WRK-FS-EARQREST          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQREST
              GO                       TO 2200-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-EARQREST

           ADD 1                       TO ACU-LIDOS-EARQREST

           IF RESCWRES-CTL-HEADER
              OR RESCWRES-CTL-TRAILER
              ADD 1                    TO ACU-CONTROLE-EARQREST
              GO                       TO 2200-99-FIM
           END-IF

           MOVE '2'                    TO WRK-ENT-FONTE

           PERFORM 2400-TRATAR-RESTRICAO-DIA.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DO EARQRCOB - A RESTRICAO VEM NO     *
      *    LAYOUT RESCWRES, SEGUIDA DO CODIGO DE ORIGEM                *
      ******************************************************************
      *----------------------------------------------------------------*
       2300-TRATAR-EARQRCOB            SECTION.
      *----------------------------------------------------------------*

           READ EARQRCOB               INTO RESCWRCB-REG-EARQRCOB

           IF WRK-FS-EARQRCOB          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQRCOB
              GO                       TO 2300-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-EARQRCOB

           ADD 1                       TO ACU-LIDOS-EARQRCOB

           IF RESCWRCB-CTL-HEADER
              OR RESCWRCB-CTL-TRAILER
              ADD 1                    TO ACU-CONTROLE-EARQRCOB
              GO                       TO 2300-99-FIM
           END-IF

           MOVE RESCWRCB-REG-RESTRICAO TO RESCWRES-REG-EARQREST
           MOVE '3'                    TO WRK-ENT-FONTE

           PERFORM 2400-TRATAR-RESTRICAO-DIA.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PREPARAR A RESTRICAO RECEBIDA NO DIA (EM RESCWRES) - A QUE  *
      *    TEM CHAVE OU DIGITO NAO NUMERICO FICA DE FORA, COMO NA      *
      *    CONSISTENCIA DO RESCDSA1                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       2400-TRATAR-RESTRICAO-DIA       SECTION.
      *----------------------------------------------------------------*

           IF RESCWRES-CPF-CGC         NOT NUMERIC
              OR RESCWRES-FILIAL-CGC   NOT NUMERIC
              OR RESCWRES-TIPO-IMPED   NOT NUMERIC
              OR RESCWRES-CTRL-CPF     NOT NUMERIC
              ADD 1                    TO ACU-DOCS-INVALIDOS
              GO                       TO 2400-99-FIM
           END-IF

           MOVE RESCWRES-CPF-CGC       TO WRK-ENT-CPF-CGC
           MOVE RESCWRES-FILIAL-CGC    TO WRK-ENT-FILIAL-CGC
           MOVE RESCWRES-TIPO-IMPED    TO WRK-ENT-TIPO-IMPED
           MOVE RESCWRES-CTRL-CPF      TO WRK-ENT-CTRL-CPF
           MOVE ZEROS                  TO WRK-ENT-DTA-INCLUSAO

           IF RESCWRES-MAIOR-GRAU      NUMERIC
              MOVE RESCWRES-MAIOR-GRAU TO WRK-ENT-MAIOR-GRAU
           ELSE
              MOVE ZEROS               TO WRK-ENT-MAIOR-GRAU
           END-IF

           IF RESCWRES-VALOR-TOT-IMPED NUMERIC
              MOVE RESCWRES-VALOR-TOT-IMPED
                                       TO WRK-ENT-VALOR-TOT-IMPED
           ELSE
              MOVE ZEROS               TO WRK-ENT-VALOR-TOT-IMPED
           END-IF

           PERFORM 2500-LIBERAR-RESTRICAO.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    IDENTIFICAR O DOCUMENTO DA RESTRICAO EM WRK-ENT-RESTRICAO E *
      *    LIBERA-LA PARA A CLASSIFICACAO                              *
      ******************************************************************
      *----------------------------------------------------------------*
       2500-LIBERAR-RESTRICAO          SECTION.
      *----------------------------------------------------------------*

           PERFORM 2510-IDENTIFICAR-DOCUMENTO

           IF NOT WRK-DV-CONFERE
              ADD 1                    TO ACU-DOCS-INVALIDOS
              GO                       TO 2500-99-FIM
           END-IF

           MOVE WRK-DOCUMENTO          TO SRT-DOCUMENTO
           MOVE WRK-ENT-TIPO-IMPED     TO SRT-TIPO-IMPED
           MOVE WRK-ENT-FONTE          TO SRT-FONTE
           MOVE WRK-ENT-CPF-CGC        TO SRT-CPF-CGC
           MOVE WRK-ENT-FILIAL-CGC     TO SRT-FILIAL-CGC
           MOVE WRK-ENT-MAIOR-GRAU     TO SRT-MAIOR-GRAU
           MOVE WRK-ENT-DTA-INCLUSAO   TO SRT-DTA-INCLUSAO
           MOVE WRK-ENT-VALOR-TOT-IMPED
                                       TO SRT-VALOR-TOT-IMPED

           RELEASE SRT-REG-DOCUMENTO

           ADD 1                       TO ACU-LIBERADOS-SORT.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    IDENTIFICAR O DOCUMENTO PELO DIGITO DE CONTROLE, NA MESMA   *
      *    ORDEM DA CONSISTENCIA DO RESCDSA1: CPF QUANDO A FILIAL-CGC  *
      *    E 1 E O DIGITO DO CPF CONFERE, SENAO CNPJ COM A RAIZ DE 8   *
      *    DIGITOS E A FILIAL - DEVOLVE O DOCUMENTO EM WRK-DOCUMENTO   *
      ******************************************************************
      *----------------------------------------------------------------*
       2510-IDENTIFICAR-DOCUMENTO      SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ENT-CTRL-CPF       TO WRK-DV-INFORMADO

           IF WRK-ENT-FILIAL-CGC       EQUAL 1
              MOVE ZEROS               TO WRK-DOC-BASE
              MOVE WRK-ENT-CPF-CGC     TO WRK-DOC-BASE-CPF
              MOVE 9                   TO WRK-DV-QTD-DIGITOS
              MOVE WRK-PESOS-CPF-DV1   TO WRK-PESOS-DV1-USO
              MOVE WRK-PESOS-CPF-DV2   TO WRK-PESOS-DV2-USO
              PERFORM 2530-VERIFICAR-DIGITO-DOC
           ELSE
              MOVE 'N'                 TO WRK-DV-CONFERIDO
           END-IF

           IF WRK-DV-CONFERE
              MOVE 'F'                 TO WRK-DOC-TIPO
              MOVE ZEROS               TO WRK-DOC-NUM
              MOVE WRK-ENT-CPF-CGC     TO WRK-DOC-CPF-BASE
              MOVE WRK-ENT-CTRL-CPF    TO WRK-DOC-CPF-DV
              GO                       TO 2510-99-FIM
           END-IF

           MOVE WRK-ENT-CPF-CGC        TO WRK-DOC-CPF-CGC
           MOVE ZEROS                  TO WRK-DOC-BASE
           MOVE WRK-DOC-RAIZ-CNPJ      TO WRK-DOC-BASE-RAIZ
           MOVE WRK-ENT-FILIAL-CGC     TO WRK-DOC-BASE-FILIAL
           MOVE 12                     TO WRK-DV-QTD-DIGITOS
           MOVE WRK-PESOS-CNPJ-DV1     TO WRK-PESOS-DV1-USO
           MOVE WRK-PESOS-CNPJ-DV2     TO WRK-PESOS-DV2-USO

           PERFORM 2530-VERIFICAR-DIGITO-DOC

           IF WRK-DV-CONFERE
              MOVE 'J'                 TO WRK-DOC-TIPO
              MOVE WRK-DOC-RAIZ-CNPJ   TO WRK-DOC-CNPJ-RAIZ
              MOVE WRK-ENT-FILIAL-CGC  TO WRK-DOC-CNPJ-FILIAL
              MOVE WRK-ENT-CTRL-CPF    TO WRK-DOC-CNPJ-DV
           END-IF.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    VERIFICAR O DIGITO DE CONTROLE DO DOCUMENTO CARREGADO EM    *
      *    WRK-DOC-BASE (MODULO 11) - O CHAMADOR INFORMA A QUANTIDADE  *
      *    DE DIGITOS DA BASE E AS TABELAS DE PESOS DE CADA DIGITO     *
      *    (O SEGUNDO DIGITO INCLUI O PRIMEIRO COM PESO 2)             *
      ******************************************************************
      *----------------------------------------------------------------*
       2530-VERIFICAR-DIGITO-DOC       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DV-CONFERIDO

           MOVE WRK-PESOS-DV1-USO      TO WRK-PESOS-ATIVOS
           MOVE ZEROS                  TO WRK-DV-SOMA
           MOVE 1                      TO WRK-IDX-DV

           PERFORM 2532-ACUMULAR-PRODUTO-DV
              UNTIL WRK-IDX-DV         GREATER WRK-DV-QTD-DIGITOS

           DIVIDE WRK-DV-SOMA          BY 11
                                       GIVING WRK-DV-QUOCIENTE
                                       REMAINDER WRK-DV-RESTO

           SUBTRACT WRK-DV-RESTO       FROM 11
                                       GIVING WRK-DV-DIGITO

           IF WRK-DV-DIGITO            NOT LESS 10
              MOVE ZEROS               TO WRK-DV-DIGITO
           END-IF

           MOVE WRK-DV-DIGITO          TO WRK-DV-CALC1

           MOVE WRK-PESOS-DV2-USO      TO WRK-PESOS-ATIVOS
           MOVE ZEROS                  TO WRK-DV-SOMA
           MOVE 1                      TO WRK-IDX-DV

           PERFORM 2532-ACUMULAR-PRODUTO-DV
              UNTIL WRK-IDX-DV         GREATER WRK-DV-QTD-DIGITOS

           MULTIPLY WRK-DV-CALC1       BY 2
                                       GIVING WRK-DV-PRODUTO

           ADD WRK-DV-PRODUTO          TO WRK-DV-SOMA

           DIVIDE WRK-DV-SOMA          BY 11
                                       GIVING WRK-DV-QUOCIENTE
                                       REMAINDER WRK-DV-RESTO

           SUBTRACT WRK-DV-RESTO       FROM 11
                                       GIVING WRK-DV-DIGITO

           IF WRK-DV-DIGITO            NOT LESS 10
              MOVE ZEROS               TO WRK-DV-DIGITO
           END-IF

           MOVE WRK-DV-DIGITO          TO WRK-DV-CALC2

           IF WRK-DV-CALCULADO         EQUAL WRK-DV-INFORMADO
              MOVE 'S'                 TO WRK-DV-CONFERIDO
           END-IF.

      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ACUMULAR O PRODUTO DE UM DIGITO DA BASE PELO SEU PESO NA    *
      *    SOMA DO MODULO 11                                           *
      ******************************************************************
      *----------------------------------------------------------------*
       2532-ACUMULAR-PRODUTO-DV        SECTION.
      *----------------------------------------------------------------*

           MULTIPLY WRK-DOC-DIG (WRK-IDX-DV)
                                       BY WRK-PESO-ATIVO (WRK-IDX-DV)
                                       GIVING WRK-DV-PRODUTO

           ADD WRK-DV-PRODUTO          TO WRK-DV-SOMA

           ADD 1                       TO WRK-IDX-DV.

      *----------------------------------------------------------------*
       2532-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE SAIDA DO SORT - CASAR OS DOCUMENTOS         *
      *    CLASSIFICADOS COM O CADASTRO DA RECEITA. O CADASTRO E LIDO  *
      *    ATE O TRAILER MESMO DEPOIS DO ULTIMO DOCUMENTO, PARA A      *
      *    CONFERENCIA DA QUANTIDADE                                   *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-CONFERIR-CADASTRO          SECTION.
      *----------------------------------------------------------------*

           PERFORM 3010-RETORNAR-RESTRICAO

           PERFORM 3100-LER-CADASTRO

           PERFORM 3200-CONFERIR-DOCUMENTO
              UNTIL WRK-ESGOTOU-CLASSIFICACAO

           PERFORM 3100-LER-CADASTRO
              UNTIL WRK-ESGOTOU-EARQSITF

           IF ACU-GRAVS-SARQSITF       EQUAL ZEROS
              MOVE '  NENHUMA RESTRICAO DE DOCUMENTO IRREGULAR'
                                       TO WRK-NEN-DESCRICAO
              WRITE FD-SARQRSIT        FROM WRK-LIN-NENHUMA
              MOVE WRK-GRAVACAO        TO WRK-OPERACAO
              PERFORM 1160-TESTAR-FS-SARQRSIT
           END-IF

           PERFORM 3900-EMITIR-RESUMO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    RETORNAR O PROXIMO REGISTRO DA CLASSIFICACAO                *
      ******************************************************************
      *----------------------------------------------------------------*
       3010-RETORNAR-RESTRICAO         SECTION.
      *----------------------------------------------------------------*

           RETURN SARQSORT
               AT END
                  MOVE 'S'             TO WRK-FIM-CLASSIFICACAO
           END-RETURN.

      *----------------------------------------------------------------*
       3010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO DOCUMENTO DO CADASTRO DA RECEITA - O TIPO DO  *
      *    DOCUMENTO E A ORDEM SAO CONFERIDOS E O TRAILER TEM DE BATER *
      *    COM A QUANTIDADE LIDA                                       *
      ******************************************************************
      *----------------------------------------------------------------*
       3100-LER-CADASTRO               SECTION.
      *----------------------------------------------------------------*

           IF WRK-ESGOTOU-EARQSITF
              MOVE HIGH-VALUES         TO WRK-CHAVE-CADASTRO
              GO                       TO 3100-99-FIM
           END-IF

           READ EARQSITF               INTO RESCWRCF-REG-EARQSITF

           IF WRK-FS-EARQSITF          EQUAL '10'
              MOVE 'SEM TRAILER'       TO WRK-OPERACAO
              MOVE 'EARQSITF'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0080'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-EARQSITF

           ADD 1                       TO ACU-LIDOS-EARQSITF

           IF RESCWRCF-CTL-TRAILER
              MOVE 'S'                 TO WRK-FIM-EARQSITF
              MOVE HIGH-VALUES         TO WRK-CHAVE-CADASTRO
              IF RESCWRCF-CTL-QTDE-REGS
                                       NOT EQUAL ACU-DOCS-EARQSITF
                 MOVE 'NO TRAILER'     TO WRK-OPERACAO
                 MOVE 'EARQSITF'       TO WRK-ARQUIVO
                 MOVE '99'             TO WRK-FS
                 MOVE 'APL'            TO ERR-TIPO-ACESSO
                 MOVE '0090'           TO ERR-LOCAL
                 MOVE WRK-TEXTO        TO ERR-TEXTO
                 PERFORM 9999-ROTINA-ERRO
              END-IF
              GO                       TO 3100-99-FIM
           END-IF

           IF NOT RESCWRCF-DOC-CPF
              AND NOT RESCWRCF-DOC-CNPJ
              MOVE 'TIPO INVALIDO'     TO WRK-OPERACAO
              MOVE 'EARQSITF'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0100'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           IF RESCWRCF-DOCUMENTO       NOT GREATER
              WRK-CHAVE-CADASTRO-ANT
              MOVE 'FORA DE ORDEM'     TO WRK-OPERACAO
              MOVE 'EARQSITF'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0110'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           ADD 1                       TO ACU-DOCS-EARQSITF

           MOVE RESCWRCF-DOCUMENTO     TO WRK-CHAVE-CADASTRO
                                          WRK-CHAVE-CADASTRO-ANT
           MOVE RESCWRCF-SITUACAO      TO WRK-CAD-SITUACAO
           MOVE RESCWRCF-DTA-SITUACAO  TO WRK-CAD-DTA-SITUACAO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONFERIR O DOCUMENTO CORRENTE DA CLASSIFICACAO - AVANCA O   *
      *    CADASTRO ATE O DOCUMENTO E TRATA CADA UMA DAS SUAS          *
      *    RESTRICOES                                                  *
      ******************************************************************
      *----------------------------------------------------------------*
       3200-CONFERIR-DOCUMENTO         SECTION.
      *----------------------------------------------------------------*

           MOVE SRT-DOCUMENTO          TO WRK-DOC-CORRENTE

           PERFORM 3100-LER-CADASTRO
              UNTIL WRK-CHAVE-CADASTRO NOT LESS WRK-DOC-CORRENTE

           ADD 1                       TO ACU-DOCUMENTOS

           IF WRK-CHAVE-CADASTRO       EQUAL WRK-DOC-CORRENTE
              MOVE WRK-CAD-SITUACAO    TO WRK-COR-SITUACAO
              MOVE WRK-CAD-DTA-SITUACAO
                                       TO WRK-COR-DTA-SITUACAO
              PERFORM 3210-CLASSIFICAR-SITUACAO
           ELSE
              MOVE 'A'                 TO WRK-COR-OCORRENCIA
              MOVE ZEROS               TO WRK-COR-SITUACAO
                                          WRK-COR-DTA-SITUACAO
              MOVE 'NAO CONSTA DO CADASTRO'
                                       TO WRK-COR-DES-SITUACAO
              ADD 1                    TO ACU-DOCS-AUSENTES
           END-IF

           PERFORM 3300-CONFERIR-RESTRICAO
              UNTIL WRK-ESGOTOU-CLASSIFICACAO
                 OR SRT-DOCUMENTO      NOT EQUAL WRK-DOC-CORRENTE.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CLASSIFICAR A SITUACAO CADASTRAL DO DOCUMENTO ENCONTRADO -  *
      *    REGULAR E O CPF 00 E O CNPJ 02 (ATIVA); AS DEMAIS SAO       *
      *    CONTADAS POR TIPO DE DOCUMENTO E SITUACAO PARA O RESUMO     *
      ******************************************************************
      *----------------------------------------------------------------*
       3210-CLASSIFICAR-SITUACAO       SECTION.
      *----------------------------------------------------------------*

           IF WRK-COR-CPF
              MOVE 1                   TO WRK-IDX-TIPO-DOC
           ELSE
              MOVE 2                   TO WRK-IDX-TIPO-DOC
           END-IF

           IF WRK-COR-SITUACAO         GREATER 9
              MOVE 11                  TO WRK-IDX-SITUACAO
           ELSE
              ADD 1                    TO WRK-COR-SITUACAO
                                       GIVING WRK-IDX-SITUACAO
           END-IF

           MOVE WRK-DES-SITUACAO (WRK-IDX-TIPO-DOC WRK-IDX-SITUACAO)
                                       TO WRK-COR-DES-SITUACAO

           IF (WRK-COR-CPF AND WRK-COR-SITUACAO EQUAL 0)
              OR (WRK-COR-CNPJ AND WRK-COR-SITUACAO EQUAL 2)
              MOVE SPACE               TO WRK-COR-OCORRENCIA
              ADD 1                    TO ACU-DOCS-REGULARES
              GO                       TO 3210-99-FIM
           END-IF

           MOVE 'I'                    TO WRK-COR-OCORRENCIA

           ADD 1                       TO ACU-DOCS-IRREGULARES

           ADD 1                       TO WRK-QTD-SITUACAO
                                          (WRK-IDX-TIPO-DOC
                                           WRK-IDX-SITUACAO).

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONFERIR UMA RESTRICAO (DOCUMENTO / TIPO-IMPED) - REUNE AS  *
      *    FONTES EM QUE APARECE; OS DADOS SAO OS DA PRIMEIRA FONTE    *
      *    (O MESTRE, QUANDO A CHAVE ESTA NELE). A RESTRICAO DE        *
      *    DOCUMENTO NAO REGULAR E GRAVADA E EMITIDA                   *
      ******************************************************************
      *----------------------------------------------------------------*
       3300-CONFERIR-RESTRICAO         SECTION.
      *----------------------------------------------------------------*

           MOVE SRT-TIPO-IMPED         TO WRK-TIPO-CORRENTE
           MOVE SRT-CPF-CGC            TO WRK-RST-CPF-CGC
           MOVE SRT-FILIAL-CGC         TO WRK-RST-FILIAL-CGC
           MOVE SRT-MAIOR-GRAU         TO WRK-RST-MAIOR-GRAU
           MOVE SRT-VALOR-TOT-IMPED    TO WRK-RST-VALOR-TOT-IMPED
           MOVE ZEROS                  TO WRK-RST-DTA-INCLUSAO
           MOVE 'N'                    TO WRK-RST-NO-MESTRE
                                          WRK-RST-NO-EARQREST
                                          WRK-RST-NO-EARQRCOB

           PERFORM 3310-MARCAR-FONTE
              UNTIL WRK-ESGOTOU-CLASSIFICACAO
                 OR SRT-DOCUMENTO      NOT EQUAL WRK-DOC-CORRENTE
                 OR SRT-TIPO-IMPED     NOT EQUAL WRK-TIPO-CORRENTE

           ADD 1                       TO ACU-RESTRICOES

           IF WRK-COR-REGULAR
              GO                       TO 3300-99-FIM
           END-IF

           IF WRK-COR-IRREGULAR
              ADD 1                    TO ACU-RESTR-IRREGULARES
           ELSE
              ADD 1                    TO ACU-RESTR-AUSENTES
           END-IF

           PERFORM 3400-GRAVAR-EXCECAO

           PERFORM 3500-EMITIR-EXCECAO.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    MARCAR A FONTE DO REGISTRO CORRENTE E RETORNAR O PROXIMO    *
      ******************************************************************
      *----------------------------------------------------------------*
       3310-MARCAR-FONTE               SECTION.
      *----------------------------------------------------------------*

           IF SRT-FONTE-MESTRE
              MOVE 'S'                 TO WRK-RST-NO-MESTRE
              MOVE SRT-DTA-INCLUSAO    TO WRK-RST-DTA-INCLUSAO
           END-IF

           IF SRT-FONTE-EARQREST
              MOVE 'S'                 TO WRK-RST-NO-EARQREST
           END-IF

           IF SRT-FONTE-EARQRCOB
              MOVE 'S'                 TO WRK-RST-NO-EARQRCOB
           END-IF

           PERFORM 3010-RETORNAR-RESTRICAO.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR A RESTRICAO DO DOCUMENTO NAO REGULAR NO SARQSITF     *
      ******************************************************************
      *----------------------------------------------------------------*
       3400-GRAVAR-EXCECAO             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDSF-REG-SARQSITF
           MOVE WRK-COR-OCORRENCIA     TO RESTWDSF-OCORRENCIA
           MOVE WRK-COR-TIPO-DOC       TO RESTWDSF-TIPO-DOC
           MOVE WRK-COR-NUM-DOC        TO RESTWDSF-NUM-DOC
           MOVE WRK-RST-CPF-CGC        TO RESTWDSF-CPF-CGC
           MOVE WRK-RST-FILIAL-CGC     TO RESTWDSF-FILIAL-CGC
           MOVE WRK-TIPO-CORRENTE      TO RESTWDSF-TIPO-IMPED
           MOVE WRK-RST-NO-MESTRE      TO RESTWDSF-NO-MESTRE
           MOVE WRK-RST-NO-EARQREST    TO RESTWDSF-NO-EARQREST
           MOVE WRK-RST-NO-EARQRCOB    TO RESTWDSF-NO-EARQRCOB
           MOVE WRK-RST-DTA-INCLUSAO   TO RESTWDSF-DTA-INCLUSAO
           MOVE WRK-RST-MAIOR-GRAU     TO RESTWDSF-MAIOR-GRAU
           MOVE WRK-RST-VALOR-TOT-IMPED
                                       TO RESTWDSF-VALOR-TOT-IMPED
           MOVE WRK-COR-SITUACAO       TO RESTWDSF-SITUACAO-CADASTRO
           MOVE WRK-COR-DES-SITUACAO   TO RESTWDSF-DES-SITUACAO
           MOVE WRK-COR-DTA-SITUACAO   TO RESTWDSF-DTA-SITUACAO

           WRITE FD-SARQSITF           FROM RESTWDSF-REG-SARQSITF

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQSITF

           ADD 1                       TO ACU-GRAVS-SARQSITF.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A LINHA DA RESTRICAO NO RELATORIO                    *
      ******************************************************************
      *----------------------------------------------------------------*
       3500-EMITIR-EXCECAO             SECTION.
      *----------------------------------------------------------------*

           IF WRK-COR-IRREGULAR
              MOVE 'IRREGULAR'         TO WRK-DEX-OCORRENCIA
              MOVE WRK-COR-SITUACAO    TO WRK-DEX-SITUACAO
              MOVE WRK-COR-DTA-SITUACAO
                                       TO WRK-DEX-DTA-SITUACAO
           ELSE
              MOVE 'NAO CONSTA'        TO WRK-DEX-OCORRENCIA
              MOVE '--'                TO WRK-DEX-SITUACAO
              MOVE SPACES              TO WRK-DEX-DTA-SITUACAO
           END-IF

           PERFORM 3510-EDITAR-DOCUMENTO

           MOVE WRK-DOC-EDITADO        TO WRK-DEX-DOCUMENTO
           MOVE WRK-TIPO-CORRENTE      TO WRK-DEX-TIPO-IMPED
           MOVE SPACES                 TO WRK-DEX-FONTE-M
                                          WRK-DEX-FONTE-R
                                          WRK-DEX-FONTE-C

           IF WRK-RST-ESTA-NO-MESTRE
              MOVE 'M'                 TO WRK-DEX-FONTE-M
              MOVE WRK-RST-DTA-INCLUSAO
                                       TO WRK-DEX-DTA-INCLUSAO
           ELSE
              MOVE SPACES              TO WRK-DEX-DTA-INCLUSAO
           END-IF

           IF WRK-RST-ESTA-NO-EARQREST
              MOVE 'R'                 TO WRK-DEX-FONTE-R
           END-IF

           IF WRK-RST-ESTA-NO-EARQRCOB
              MOVE 'C'                 TO WRK-DEX-FONTE-C
           END-IF

           MOVE WRK-RST-MAIOR-GRAU     TO WRK-DEX-MAIOR-GRAU
           MOVE WRK-RST-VALOR-TOT-IMPED
                                       TO WRK-DEX-VALOR-TOT
           MOVE WRK-COR-DES-SITUACAO   TO WRK-DEX-DES-SITUACAO

           WRITE FD-SARQRSIT           FROM WRK-LIN-DET-EXCECAO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRSIT.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EDITAR O DOCUMENTO CORRENTE COM A PONTUACAO DO CPF OU DO    *
      *    CNPJ                                                        *
      ******************************************************************
      *----------------------------------------------------------------*
       3510-EDITAR-DOCUMENTO           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO WRK-DOC-EDITADO

           IF WRK-COR-CPF
              MOVE WRK-COR-CPF-P1      TO WRK-EDC-P1
              MOVE '.'                 TO WRK-EDC-PONTO1
              MOVE WRK-COR-CPF-P2      TO WRK-EDC-P2
              MOVE '.'                 TO WRK-EDC-PONTO2
              MOVE WRK-COR-CPF-P3      TO WRK-EDC-P3
              MOVE '-'                 TO WRK-EDC-TRACO
              MOVE WRK-COR-CPF-DV      TO WRK-EDC-DV
           ELSE
              MOVE WRK-COR-CNPJ-P1     TO WRK-EDJ-P1
              MOVE '.'                 TO WRK-EDJ-PONTO1
              MOVE WRK-COR-CNPJ-P2     TO WRK-EDJ-P2
              MOVE '.'                 TO WRK-EDJ-PONTO2
              MOVE WRK-COR-CNPJ-P3     TO WRK-EDJ-P3
              MOVE '/'                 TO WRK-EDJ-BARRA
              MOVE WRK-COR-CNPJ-FILIAL TO WRK-EDJ-FILIAL
              MOVE '-'                 TO WRK-EDJ-TRACO
              MOVE WRK-COR-CNPJ-DV     TO WRK-EDJ-DV
           END-IF.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O RESUMO FINAL DO RELATORIO, COM OS DOCUMENTOS       *
      *    IRREGULARES POR SITUACAO CADASTRAL                          *
      ******************************************************************
      *----------------------------------------------------------------*
       3900-EMITIR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRSIT           FROM WRK-LIN-BRANCO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRSIT

           WRITE FD-SARQRSIT           FROM WRK-LIN-TRACO

           PERFORM 1160-TESTAR-FS-SARQRSIT

           MOVE 'DOCUMENTOS NO CADASTRO DA RECEITA ...........'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DOCS-EARQSITF      TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'CHAVES ATIVAS NO MESTRE .....................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ATIVAS-MSTREST     TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'RESTRICOES RECEBIDAS NO EARQREST ............'
                                       TO WRK-RES-DESCRICAO
           SUBTRACT ACU-CONTROLE-EARQREST
                                       FROM ACU-LIDOS-EARQREST
                                       GIVING WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'RESTRICOES RECEBIDAS NO EARQRCOB ............'
                                       TO WRK-RES-DESCRICAO
           SUBTRACT ACU-CONTROLE-EARQRCOB
                                       FROM ACU-LIDOS-EARQRCOB
                                       GIVING WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'RESTRICOES COM DOCUMENTO INVALIDO (FORA) ....'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DOCS-INVALIDOS     TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'DOCUMENTOS CONFERIDOS .......................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DOCUMENTOS         TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'DOCUMENTOS COM SITUACAO REGULAR .............'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DOCS-REGULARES     TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'DOCUMENTOS COM SITUACAO NAO REGULAR .........'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DOCS-IRREGULARES   TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 1                      TO WRK-IDX-TIPO-DOC

           PERFORM 3960-EMITIR-SITUACOES-TIPO
              UNTIL WRK-IDX-TIPO-DOC   GREATER 2

           MOVE 'DOCUMENTOS QUE NAO CONSTAM DO CADASTRO ......'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DOCS-AUSENTES      TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'RESTRICOES CONFERIDAS .......................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-RESTRICOES         TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'RESTRICOES DE DOCUMENTOS NAO REGULARES ......'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-RESTR-IRREGULARES  TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'RESTRICOES DE DOCUMENTOS FORA DO CADASTRO ...'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-RESTR-AUSENTES     TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR UMA LINHA DO RESUMO FINAL                            *
      ******************************************************************
      *----------------------------------------------------------------*
       3950-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRSIT           FROM WRK-LIN-RESUMO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRSIT.

      *----------------------------------------------------------------*
       3950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR AS SITUACOES NAO REGULARES DE UM TIPO DE DOCUMENTO   *
      ******************************************************************
      *----------------------------------------------------------------*
       3960-EMITIR-SITUACOES-TIPO      SECTION.
      *----------------------------------------------------------------*

           IF WRK-IDX-TIPO-DOC         EQUAL 1
              MOVE 'CPF'               TO WRK-RSS-TIPO-DOC
           ELSE
              MOVE 'CNPJ'              TO WRK-RSS-TIPO-DOC
           END-IF

           MOVE 1                      TO WRK-IDX-SITUACAO

           PERFORM 3970-EMITIR-SITUACAO
              UNTIL WRK-IDX-SITUACAO   GREATER 11

           ADD 1                       TO WRK-IDX-TIPO-DOC.

      *----------------------------------------------------------------*
       3960-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR UMA SITUACAO NAO REGULAR COM DOCUMENTOS - A COLUNA   *
      *    11 REUNE OS CODIGOS ACIMA DE 09 E SAI COMO **               *
      ******************************************************************
      *----------------------------------------------------------------*
       3970-EMITIR-SITUACAO            SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTD-SITUACAO (WRK-IDX-TIPO-DOC WRK-IDX-SITUACAO)
                                       EQUAL ZEROS
              GO                       TO 3970-90-PROXIMA
           END-IF

           IF WRK-IDX-SITUACAO         EQUAL 11
              MOVE '**'                TO WRK-RSS-SITUACAO
           ELSE
              SUBTRACT 1               FROM WRK-IDX-SITUACAO
                                       GIVING WRK-AUX-SITUACAO
              MOVE WRK-AUX-SITUACAO    TO WRK-RSS-SITUACAO
           END-IF

           MOVE WRK-DES-SITUACAO (WRK-IDX-TIPO-DOC WRK-IDX-SITUACAO)
                                       TO WRK-RSS-DES-SITUACAO
           MOVE WRK-QTD-SITUACAO (WRK-IDX-TIPO-DOC WRK-IDX-SITUACAO)
                                       TO WRK-RSS-QTD

           WRITE FD-SARQRSIT           FROM WRK-LIN-RESUMO-SITUACAO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQRSIT.

       3970-90-PROXIMA.

           ADD 1                       TO WRK-IDX-SITUACAO.

      *----------------------------------------------------------------*
       3970-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FINALIZACAO - RETORNO 4 QUANDO HA RESTRICAO DE DOCUMENTO    *
      *    NAO REGULAR OU FORA DO CADASTRO PARA A AREA JURIDICA        *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 4200-GRAVAR-TRAILER-SARQSITF

           PERFORM 4100-EMITIR-TOTAIS

           CLOSE MSTREST
                 EARQREST
                 EARQRCOB
                 EARQSITF
                 SARQSITF
                 SARQRSIT

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-MSTREST

           PERFORM 1120-TESTAR-FS-EARQREST

           PERFORM 1130-TESTAR-FS-EARQRCOB

           PERFORM 1140-TESTAR-FS-EARQSITF

           PERFORM 1150-TESTAR-FS-SARQSITF

           PERFORM 1160-TESTAR-FS-SARQRSIT

           IF ACU-GRAVS-SARQSITF       GREATER ZEROS
              MOVE 4                   TO RETURN-CODE
           END-IF

           PERFORM 4900-FINALIZAR-ESTEIRA

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR TOTAIS                                               *
      ******************************************************************
      *----------------------------------------------------------------*
       4100-EMITIR-TOTAIS              SECTION.
      *----------------------------------------------------------------*

           DISPLAY
           '*********************** RESCDSC4 ***********************'.
           DISPLAY
           '*                                                      *'.
           DISPLAY
           '*     RESULTADO DA CONFERENCIA COM O CADASTRO:         *'.
           DISPLAY
           '*                                                      *'.

           DISPLAY
           '* DATA DE REFERENCIA DO CADASTRO    =>        '
           WRK-DTA-REFERENCIA ' *'

           MOVE ACU-LIDOS-MSTREST      TO WRK-MASC

           DISPLAY
           '* CHAVES LIDAS NO MSTREST           =>     ' WRK-MASC ' *'

           MOVE ACU-ATIVAS-MSTREST     TO WRK-MASC

           DISPLAY
           '*   DAS QUAIS ATIVAS                =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-EARQREST     TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO EARQREST       =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-EARQRCOB     TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO EARQRCOB       =>     ' WRK-MASC ' *'

           MOVE ACU-DOCS-INVALIDOS     TO WRK-MASC

           DISPLAY
           '* RESTRICOES COM DOC. INVALIDO      =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-EARQSITF     TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO EARQSITF       =>     ' WRK-MASC ' *'

           MOVE ACU-DOCUMENTOS         TO WRK-MASC

           DISPLAY
           '* DOCUMENTOS CONFERIDOS             =>     ' WRK-MASC ' *'

           MOVE ACU-DOCS-IRREGULARES   TO WRK-MASC

           DISPLAY
           '* DOCUMENTOS NAO REGULARES          =>     ' WRK-MASC ' *'

           MOVE ACU-DOCS-AUSENTES      TO WRK-MASC

           DISPLAY
           '* DOCUMENTOS FORA DO CADASTRO       =>     ' WRK-MASC ' *'

           MOVE ACU-RESTRICOES         TO WRK-MASC

           DISPLAY
           '* RESTRICOES CONFERIDAS             =>     ' WRK-MASC ' *'

           MOVE ACU-GRAVS-SARQSITF     TO WRK-MASC

           DISPLAY
           '* REGISTROS GRAVADOS NO SARQSITF    =>     ' WRK-MASC ' *'

           DISPLAY
           '********************************************************'.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR O TRAILER DO ARQUIVO DE EXCECOES - QTDE DE REGISTROS *
      *    DE DETALHE E A QUEBRA POR OCORRENCIA                        *
      ******************************************************************
      *----------------------------------------------------------------*
       4200-GRAVAR-TRAILER-SARQSITF    SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDSF-REG-SARQSITF
           MOVE 'TRL'                  TO RESTWDSF-CTL-TIPO-REG
           MOVE WRK-DATA-EXECUCAO      TO RESTWDSF-CTL-DATA-EXECUCAO
           MOVE 'RESCDSC4'             TO RESTWDSF-CTL-PROGRAMA
           MOVE WRK-DTA-REFERENCIA     TO RESTWDSF-CTL-DTA-REFERENCIA
           MOVE ACU-GRAVS-SARQSITF     TO RESTWDSF-CTL-QTDE-REGS
           MOVE ACU-RESTR-IRREGULARES  TO RESTWDSF-CTL-QTDE-IRREGULAR
           MOVE ACU-RESTR-AUSENTES     TO RESTWDSF-CTL-QTDE-AUSENTE

           WRITE FD-SARQSITF           FROM RESTWDSF-REG-CONTROLE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-SARQSITF.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGISTRAR O FIM DA ETAPA NO CONTROLE DA ESTEIRA COM O       *
      *    RETURN-CODE E OS CONTADORES-CHAVE - O CALL ZERA O           *
      *    RETURN-CODE, QUE E DEVOLVIDO LOGO EM SEGUIDA                *
      ******************************************************************
      *----------------------------------------------------------------*
       4900-FINALIZAR-ESTEIRA          SECTION.
      *----------------------------------------------------------------*

           MOVE 'F'                    TO RESCWCTL-FUNCAO
           MOVE RETURN-CODE            TO RESCWCTL-RETURN-CODE

           MOVE 'RESTRICOES CONFER.'   TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-RESTRICOES         TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'DOCS NAO REGULARES'   TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-DOCS-IRREGULARES   TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'DOCS FORA CADASTRO'   TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-DOCS-AUSENTES      TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'GRAVADOS SARQSITF'    TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-GRAVS-SARQSITF     TO RESCWCTL-QTD-CONTADOR-4

           CALL 'RESCDSC1'             USING RESCWCTL-AREA

           MOVE RESCWCTL-RETURN-CODE   TO RETURN-CODE.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS                             *
      ******************************************************************
      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'RESCDSC4'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
