      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSB7.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSB7                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: MONTAR OS GRUPOS ECONOMICOS A PARTIR DAS      *
      * LIGACOES DO EARQLIGC (CPF-CNPJ-PROP/FILIAL-PROP LIGADO A       *
      * CCPF-CNPJ-LIG/CFLIAL-LIG), SEGUINDO AS LIGACOES DE FORMA       *
      * TRANSITIVA - O SOCIO DE UMA EMPRESA QUE CONTROLA OUTRA EMPRESA *
      * CAI NO MESMO GRUPO DAS DUAS - E CONSIDERANDO AS FILIAIS DE UM  *
      * MESMO CPF-CGC COMO PARTE DO MESMO GRUPO. A MONTAGEM E FEITA NO *
      * ARQUIVO DE TRABALHO GRPWORK, ONDE CADA DOCUMENTO APONTA PARA   *
      * OUTRO DO SEU GRUPO ATE A RAIZ; A RAIZ E O MENOR DOCUMENTO DO   *
      * GRUPO E SERVE DE IDENTIFICADOR DO GRUPO. PARA CADA MEMBRO SAO  *
      * SOMADAS AS RESTRICOES ATIVAS DO MESTRE MSTREST E O SCORE DO    *
      * SARQRISC (LIDO COMO EARQRISC, CLASSIFICADO POR CPF-CGC/        *
      * FILIAL-CGC, COM AS DUPLICATAS POR SEGMENTO CONSOLIDADAS COMO   *
      * MANDA O BOOK RESTWDRK). O ARQUIVO SARQGRUP TRAZ, POR GRUPO, OS *
      * DOCUMENTOS MEMBROS, OS TOTAIS DE VALOR-TOT-IMPED E QTDE-IMPED  *
      * POR TIPO-IMPED, O PIOR MAIOR-GRAU E A SOMA DOS SCORES. O       *
      * CADASTRO MSTGRPM GUARDA O GRUPO E A CONDICAO DE RESTRITO DE    *
      * CADA MEMBRO NA EXECUCAO ANTERIOR, E O GRUPO QUE GANHOU UM      *
      * MEMBRO RESTRITO DESDE ENTAO SAI SINALIZADO NO ARQUIVO E NO     *
      * RELATORIO SARQRGRP, QUE LISTA OS GRUPOS COM MEMBRO RESTRITO.   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     EARQLIGC            I                      RESCWLIG        *
      *     EARQRISC            I                      RESTWDRK        *
      *     MSTREST             I                      RESTWMST        *
      *     GRPWORK            I/O (TRABALHO)          RESTWGWK        *
      *     MSTGRPM            I/O                     RESTWGMB        *
      *     SARQGRUP            O                      RESTWDGR        *
      *     SARQRGRP            O                      RELATORIO 132   *
      *     SORTWK             TRABALHO DO SORT INTERNO                *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESCWLIG - LAYOUT DO ARQUIVO DE ENTRADA DE LIGACOES         *
      *    RESTWDRK - LAYOUT DO SCORE DE RISCO POR DOCUMENTO           *
      *    RESTWMST - LAYOUT DO ARQUIVO MESTRE DE RESTRICOES           *
      *    RESTWGWK - LAYOUT DO TRABALHO DE MONTAGEM DOS GRUPOS        *
      *    RESTWGMB - LAYOUT DO CADASTRO DE MEMBROS DE GRUPOS          *
      *    RESTWDGR - LAYOUT DA EXPOSICAO POR GRUPO ECONOMICO          *
      *    RESCWCTL - AREA DE COMUNICACAO DO CONTROLE DA ESTEIRA       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *    RESCDSC1 - CONTROLE DA ESTEIRA (DD PARMCTRL E MSTCTRL)      *
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

           SELECT EARQLIGC ASSIGN      TO UT-S-EARQLIGC
                      FILE STATUS      IS WRK-FS-EARQLIGC.

           SELECT EARQRISC ASSIGN      TO UT-S-EARQRISC
                      FILE STATUS      IS WRK-FS-EARQRISC.

           SELECT MSTREST  ASSIGN      TO MSTREST
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWMST-CHAVE
                      FILE STATUS      IS WRK-FS-MSTREST.

           SELECT GRPWORK  ASSIGN      TO GRPWORK
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWGWK-CHAVE
                      FILE STATUS      IS WRK-FS-GRPWORK.

           SELECT OPTIONAL MSTGRPM
                      ASSIGN           TO MSTGRPM
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWGMB-CHAVE
                      FILE STATUS      IS WRK-FS-MSTGRPM.

           SELECT SARQGRUP ASSIGN      TO UT-S-SARQGRUP
                      FILE STATUS      IS WRK-FS-SARQGRUP.

           SELECT SARQRGRP ASSIGN      TO UT-S-SARQRGRP
                      FILE STATUS      IS WRK-FS-SARQRGRP.

           SELECT SARQSORT ASSIGN      TO UT-S-SORTWK.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT - LIGACOES ENTRE DOCUMENTOS (EARQLIGC)                *
      *                                -  LRECL   = 112                *
      *----------------------------------------------------------------*

       FD  EARQLIGC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQLIGC                 PIC  X(112).

      *----------------------------------------------------------------*
      *    INPUT - SCORE DE RISCO POR DOCUMENTO (EARQRISC)             *
      *                                -  LRECL   = 040                *
      *----------------------------------------------------------------*

       FD  EARQRISC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQRISC                 PIC  X(040).

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
      *    TRABALHO - MONTAGEM DOS GRUPOS ECONOMICOS (GRPWORK)         *
      *                                -  LRECL   = 040                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWGWK E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  GRPWORK
           LABEL RECORD IS STANDARD.

           COPY RESTWGWK.

      *----------------------------------------------------------------*
      *    I/O - CADASTRO DE MEMBROS DE GRUPOS ECONOMICOS (MSTGRPM)    *
      *                                -  LRECL   = 080                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWGMB E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  MSTGRPM
           LABEL RECORD IS STANDARD.

           COPY RESTWGMB.

      *----------------------------------------------------------------*
      *    OUTPUT - EXPOSICAO POR GRUPO ECONOMICO (SARQGRUP)           *
      *                                -  LRECL   = 100                *
      *----------------------------------------------------------------*

       FD  SARQGRUP
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQGRUP                 PIC  X(100).

      *----------------------------------------------------------------*
      *    OUTPUT - RELATORIO DE GRUPOS ECONOMICOS (SARQRGRP)          *
      *                                -  LRECL   = 132                *
      *----------------------------------------------------------------*

       FD  SARQRGRP
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQRGRP                 PIC  X(132).

      *----------------------------------------------------------------*
      *    TRABALHO - CLASSIFICACAO DOS MEMBROS POR GRUPO - PARA CADA  *
      *    MEMBRO UM REGISTRO 'M' COM OS TOTAIS DO DOCUMENTO E UM      *
      *    REGISTRO 'T' POR RESTRICAO ATIVA NO MESTRE                  *
      *----------------------------------------------------------------*

       SD  SARQSORT.

       01  SRT-REG-MEMBRO.
           05 SRT-ID-GRUPO.
              10 SRT-CPF-GRUPO         PIC  9(009).
              10 SRT-FILIAL-GRUPO      PIC  9(004).
           05 SRT-DOC-MEMBRO.
              10 SRT-CPF-CGC           PIC  9(009).
              10 SRT-FILIAL-CGC        PIC  9(004).
           05 SRT-TIPO-REG             PIC  X(001).
              88 SRT-REG-MEMBRO-DOC                        VALUE 'M'.
              88 SRT-REG-TIPO-IMPED                        VALUE 'T'.
           05 SRT-TIPO-IMPED           PIC  9(003).
           05 SRT-MAIOR-GRAU           PIC  9(001).
           05 SRT-QTDE-IMPED           PIC  9(009).
           05 SRT-VALOR-TOT-IMPED      PIC  9(015)V99.
           05 SRT-SCORE-RISCO          PIC  9(013)V99.
           05 SRT-RESTRITO             PIC  X(001).
           05 SRT-RESTRITO-ANTERIOR    PIC  X(001).
           05 SRT-GRUPO-ANTERIOR       PIC  X(013).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSB7 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*

       01  ACU-LIDOS-EARQLIGC          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CONTROLE-EARQLIGC       PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIGACOES-IGNORADAS      PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIGACOES-USADAS         PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DOCUMENTOS              PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-UNIOES                  PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-EARQRISC          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-MSTREST           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-MEMBROS                 PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-MEMBROS-RESTRITOS       PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRUPOS                  PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRUPOS-RESTRITOS        PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRUPOS-SINALIZADOS      PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-NOVOS-RESTRITOS         PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQGRUP          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-HASH-CPF-GRUPO          PIC  9(015) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-EARQLIGC             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQRISC             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTREST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-GRPWORK              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTGRPM              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQGRUP             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRGRP             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA E SAIDA ***'.
      *----------------------------------------------------------------*

           COPY RESCWLIG.

           COPY RESTWDRK.

           COPY RESTWDGR.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA MONTAGEM DOS GRUPOS ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-EARQLIGC            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQLIGC                         VALUE 'S'.

      *    DOCUMENTOS DAS DUAS PONTAS DA LIGACAO CORRENTE              *
       01  WRK-DOC-A                   PIC  X(013)         VALUE SPACES.
       01  FILLER                      REDEFINES WRK-DOC-A.
           05 WRK-CPF-DOC-A            PIC  9(009).
           05 WRK-FILIAL-DOC-A         PIC  9(004).

       01  WRK-DOC-B                   PIC  X(013)         VALUE SPACES.
       01  FILLER                      REDEFINES WRK-DOC-B.
           05 WRK-CPF-DOC-B            PIC  9(009).
           05 WRK-FILIAL-DOC-B         PIC  9(004).

      *    OUTRA FILIAL DO MESMO CPF-CGC JA REGISTRADA, ENCONTRADA NO  *
      *    REGISTRO DE UM DOCUMENTO NOVO                               *
       01  WRK-IRMAO-ACHADO            PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-IRMAO                             VALUE 'S'.
       01  WRK-DOC-IRMAO               PIC  X(013)         VALUE SPACES.

       01  WRK-IRMAO-A-ACHADO          PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-IRMAO-A                           VALUE 'S'.
       01  WRK-DOC-IRMAO-A             PIC  X(013)         VALUE SPACES.

       01  WRK-IRMAO-B-ACHADO          PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-IRMAO-B                           VALUE 'S'.
       01  WRK-DOC-IRMAO-B             PIC  X(013)         VALUE SPACES.

      *    PARAMETROS DAS ROTINAS DE REGISTRO, RAIZ E UNIAO            *
       01  WRK-DOC-PROCURA             PIC  X(013)         VALUE SPACES.
       01  FILLER                      REDEFINES WRK-DOC-PROCURA.
           05 WRK-CPF-PROCURA          PIC  9(009).
           05 WRK-FILIAL-PROCURA       PIC  9(004).

       01  WRK-RAIZ                    PIC  X(013)         VALUE SPACES.
       01  WRK-NIVEIS                  PIC  9(005) COMP-3  VALUE ZEROS.

       01  WRK-UNIR-1                  PIC  X(013)         VALUE SPACES.
       01  WRK-UNIR-2                  PIC  X(013)         VALUE SPACES.
       01  WRK-RAIZ-1                  PIC  X(013)         VALUE SPACES.
       01  WRK-RAIZ-2                  PIC  X(013)         VALUE SPACES.
       01  WRK-NOVO-PAI                PIC  X(013)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO MEMBRO CORRENTE ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-GRPWORK             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-GRPWORK                          VALUE 'S'.

       01  WRK-FIM-MESTRE-DOC          PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-MESTRE-DOC                       VALUE 'S'.

       01  WRK-DOC-MEMBRO              PIC  X(013)         VALUE SPACES.
       01  FILLER                      REDEFINES WRK-DOC-MEMBRO.
           05 WRK-CPF-MEMBRO           PIC  9(009).
           05 WRK-FILIAL-MEMBRO        PIC  9(004).

       01  WRK-GRUPO-MEMBRO            PIC  X(013)         VALUE SPACES.

       01  WRK-MBR-RESTRITO            PIC  X(001)         VALUE 'N'.
           88 WRK-MEMBRO-RESTRITO                          VALUE 'S'.
       01  WRK-MBR-PIOR-GRAU           PIC  9(001)         VALUE ZEROS.
       01  WRK-MBR-QTDE-IMPED          PIC  9(009) COMP-3  VALUE ZEROS.
       01  WRK-MBR-VALOR-TOT           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-MBR-SCORE               PIC  9(013)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-MBR-GRUPO-ANTERIOR      PIC  X(013)         VALUE SPACES.
       01  WRK-MBR-RESTRITO-ANTERIOR   PIC  X(001)         VALUE SPACE.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA CONSOLIDACAO DO EARQRISC ***'.
      *----------------------------------------------------------------*

      *    UM DOCUMENTO PODE CARREGAR UM REGISTRO POR SEGMENTO DA      *
      *    ENTRADA DO RESCDSA1 - O CONTRATO DO BOOK RESTWDRK MANDA     *
      *    SOMAR OS SCORES DOS REGISTROS DA MESMA CHAVE                *

       01  WRK-CHV-RISCO-CONS          PIC  X(013)
                                                   VALUE HIGH-VALUES.

       01  WRK-SCORE-CONS              PIC  9(013)V99 COMP-3
                                                           VALUE ZEROS.

       01  WRK-CHV-RISCO-PROX          PIC  X(013)
                                                   VALUE HIGH-VALUES.
       01  FILLER                      REDEFINES WRK-CHV-RISCO-PROX.
           05 WRK-CPF-RISCO-PROX       PIC  9(009).
           05 WRK-FILIAL-RISCO-PROX    PIC  9(004).

       01  WRK-RISCO-PENDENTE          PIC  X(001)         VALUE 'N'.
           88 WRK-EXISTE-RISCO-PENDENTE                    VALUE 'S'.

       01  WRK-FIM-EARQRISC            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQRISC                         VALUE 'S'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO GRUPO CORRENTE ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-CLASSIFICACAO       PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-CLASSIFICACAO                    VALUE 'S'.

       01  WRK-GRUPO-CORRENTE          PIC  X(013)         VALUE SPACES.
       01  FILLER                      REDEFINES WRK-GRUPO-CORRENTE.
           05 WRK-CPF-GRUPO-CORRENTE   PIC  9(009).
           05 WRK-FILIAL-GRUPO-CORRENTE
                                       PIC  9(004).

      *    GRUPO A QUE PERTENCIA, NA EXECUCAO ANTERIOR, O MEMBRO RAIZ  *
      *    DO GRUPO CORRENTE - O MEMBRO JA RESTRITO QUE VEM DE OUTRO   *
      *    GRUPO ANTERIOR E CONSIDERADO GANHO PELO GRUPO (FUSAO)       *
       01  WRK-GRUPO-REFERENCIA        PIC  X(013)         VALUE SPACES.

       01  WRK-GRP-QTDE-MEMBROS        PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-GRP-QTDE-RESTRITOS      PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-GRP-QTDE-NOVOS          PIC  9(007) COMP-3  VALUE ZEROS.
       01  WRK-GRP-PIOR-GRAU           PIC  9(001)         VALUE ZEROS.
       01  WRK-GRP-QTDE-IMPED          PIC  9(009) COMP-3  VALUE ZEROS.
       01  WRK-GRP-VALOR-TOT           PIC  9(015)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-GRP-SCORE               PIC  9(013)V99 COMP-3
                                                           VALUE ZEROS.

       01  WRK-MOTIVO-NOVO             PIC  X(001)         VALUE SPACE.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS TOTAIS POR TIPO-IMPED DO GRUPO ***'.
      *----------------------------------------------------------------*

       01  WRK-QTD-TIPOS               PIC  9(003) COMP-3  VALUE ZEROS.
       01  WRK-TAB-TIPOS.
           05 WRK-TIPO-ENT             OCCURS 50 TIMES.
              10 WRK-TIPO-IMPED-TAB         PIC 9(003).
              10 WRK-QTDE-MEMBROS-TAB       PIC 9(007) COMP-3.
              10 WRK-QTDE-IMPED-TAB         PIC 9(009) COMP-3.
              10 WRK-VALOR-TOT-TAB          PIC 9(015)V99 COMP-3.
              10 WRK-PIOR-GRAU-TAB          PIC 9(001).

       01  WRK-IDX-TIPO                PIC  9(003) COMP-3  VALUE ZEROS.
       01  WRK-ACHOU-TIPO              PIC  X(001)         VALUE 'N'.
           88 WRK-TIPO-ENCONTRADO                          VALUE 'S'.
       01  WRK-AUX-TIPO-PROCURA        PIC  9(003)         VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS MEMBROS RESTRITOS NOVOS DO GRUPO ***'.
      *----------------------------------------------------------------*

      *    SO OS PRIMEIROS 20 SAEM DETALHADOS NO RELATORIO - O ARQUIVO *
      *    SARQGRUP TRAZ TODOS                                         *
       01  WRK-QTD-NOVOS-TAB           PIC  9(003) COMP-3  VALUE ZEROS.
       01  WRK-TAB-NOVOS.
           05 WRK-NOVO-ENT             OCCURS 20 TIMES.
              10 WRK-CPF-NOVO-TAB           PIC 9(009).
              10 WRK-FILIAL-NOVO-TAB        PIC 9(004).
              10 WRK-MOTIVO-NOVO-TAB        PIC X(001).

       01  WRK-IDX-NOVO                PIC  9(003) COMP-3  VALUE ZEROS.
       01  WRK-QTD-NOVOS-EXCEDENTES    PIC  9(007) COMP-3  VALUE ZEROS.

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
              'RESCDSB7 - EXPOSICAO POR GRUPO ECONOMICO          '.
           05 FILLER                   PIC  X(018)         VALUE
              SPACES.
           05 FILLER                   PIC  X(018)         VALUE
              '   PROCESSAMENTO  '.
           05 WRK-CAB-DATA             PIC  9(008).
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LIN-TITULO.
           05 FILLER                   PIC  X(050)         VALUE
              'GRUPOS ECONOMICOS COM PELO MENOS UM MEMBRO COM RES'.
           05 FILLER                   PIC  X(050)         VALUE
              'TRICAO ATIVA NO MESTRE                            '.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-LIN-LEGENDA.
           05 FILLER                   PIC  X(050)         VALUE
              '* = GRUPO QUE GANHOU MEMBRO RESTRITO DESDE A EXECU'.
           05 FILLER                   PIC  X(050)         VALUE
              'CAO ANTERIOR                                      '.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-LIN-COLUNAS.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(014)         VALUE
              'GRUPO CPF/FIL.'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(007)         VALUE
              'MEMBROS'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(007)         VALUE
              'RESTRIT'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              'TPS'.
           05 FILLER                   PIC  X(006)         VALUE
              ' GRAU '.
           05 FILLER                   PIC  X(011)         VALUE
              ' QTDE-IMPED'.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 FILLER                   PIC  X(022)         VALUE
              '       VALOR-TOT-IMPED'.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 FILLER                   PIC  X(020)         VALUE
              '         SCORE-RISCO'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(007)         VALUE
              '  NOVOS'.
           05 FILLER                   PIC  X(021)         VALUE SPACES.

       01  WRK-LIN-DET-GRUPO.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DGR-SINAL            PIC  X(001).
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DGR-CPF-GRUPO        PIC  9(009).
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-DGR-FILIAL-GRUPO     PIC  9(004).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DGR-MEMBROS          PIC  ZZZ.ZZ9.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DGR-RESTRITOS        PIC  ZZZ.ZZ9.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DGR-TIPOS            PIC  ZZ9.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-DGR-PIOR-GRAU        PIC  9(001).
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DGR-QTDE-IMPED       PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DGR-VALOR-TOT        PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DGR-SCORE            PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DGR-NOVOS            PIC  ZZZ.ZZ9.
           05 FILLER                   PIC  X(021)         VALUE SPACES.

       01  WRK-LIN-DET-TIPO.
           05 FILLER                   PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              'TIPO-IMPED '.
           05 WRK-DTP-TIPO-IMPED       PIC  9(003).
           05 FILLER                   PIC  X(011)         VALUE
              '   MEMBROS '.
           05 WRK-DTP-MEMBROS          PIC  ZZZ.ZZ9.
           05 FILLER                   PIC  X(013)         VALUE
              '   PIOR GRAU '.
           05 WRK-DTP-PIOR-GRAU        PIC  9(001).
           05 FILLER                   PIC  X(014)         VALUE
              '   QTDE-IMPED '.
           05 WRK-DTP-QTDE-IMPED       PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(019)         VALUE
              '   VALOR-TOT-IMPED '.
           05 WRK-DTP-VALOR-TOT        PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(012)         VALUE SPACES.

       01  WRK-LIN-DET-NOVO.
           05 FILLER                   PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(021)         VALUE
              'MEMBRO RESTRITO NOVO '.
           05 WRK-DNV-CPF-CGC          PIC  9(009).
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-DNV-FILIAL-CGC       PIC  9(004).
           05 FILLER                   PIC  X(003)         VALUE
              ' - '.
           05 WRK-DNV-MOTIVO           PIC  X(045).
           05 FILLER                   PIC  X(041)         VALUE SPACES.

       01  WRK-LIN-NOVOS-EXCEDENTES.
           05 FILLER                   PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(007)         VALUE
              'E MAIS '.
           05 WRK-NEX-QTDE             PIC  ZZZ.ZZ9.
           05 FILLER                   PIC  X(050)         VALUE
              ' MEMBROS RESTRITOS NOVOS - VER O ARQUIVO SARQGRUP '.
           05 FILLER                   PIC  X(060)         VALUE SPACES.

       01  WRK-LIN-NENHUMA.
           05 WRK-NEN-DESCRICAO        PIC  X(050).
           05 FILLER                   PIC  X(082)         VALUE SPACES.

       01  WRK-LIN-RESUMO.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RES-DESCRICAO        PIC  X(045).
           05 WRK-RES-QTD              PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(074)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE VARIAVEIS AUXILIARES ***'.
      *----------------------------------------------------------------*

       01  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.
       01  WRK-MASC                    PIC  ZZZ.ZZZ.ZZ9    VALUE SPACES.
       01  WRK-DATA-EXECUCAO           PIC  9(008)         VALUE ZEROS.
       01  WRK-DTA-PROCESSAMENTO       PIC  9(008)         VALUE ZEROS.

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
           05 WRK-REGRAVACAO           PIC  X(013)         VALUE
             'NA REGRAVACAO'.
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
           '*** RESCDSB7 - FIM DA AREA DE WORKING ***'.
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

           PERFORM 2000-UNIR-LIGACOES
               UNTIL WRK-ESGOTOU-EARQLIGC

           SORT SARQSORT
               ON ASCENDING KEY SRT-ID-GRUPO
                                SRT-DOC-MEMBRO
                                SRT-TIPO-REG
                                SRT-TIPO-IMPED
               INPUT PROCEDURE  IS 3000-LIBERAR-MEMBROS
               OUTPUT PROCEDURE IS 3500-CONSOLIDAR-GRUPOS

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTOS INICIAIS - O ARQUIVO DE TRABALHO GRPWORK E    *
      *    ABERTO EM OUTPUT PARA COMECAR VAZIO (CLUSTER COM REUSE) E   *
      *    REABERTO EM I-O PARA A MONTAGEM DOS GRUPOS                  *
      ******************************************************************
      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           PERFORM 1050-INICIAR-ESTEIRA

           ACCEPT WRK-DATA-EXECUCAO    FROM DATE YYYYMMDD

           MOVE RESCWCTL-DTA-PROCESSAMENTO
                                       TO WRK-DTA-PROCESSAMENTO

           OPEN INPUT  EARQLIGC
                       EARQRISC
                       MSTREST

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQLIGC

           PERFORM 1120-TESTAR-FS-EARQRISC

           PERFORM 1130-TESTAR-FS-MSTREST

           OPEN OUTPUT GRPWORK

           PERFORM 1140-TESTAR-FS-GRPWORK

           CLOSE GRPWORK

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK

           OPEN I-O    GRPWORK
                       MSTGRPM

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK

           PERFORM 1150-TESTAR-FS-MSTGRPM

           OPEN OUTPUT SARQGRUP
                       SARQRGRP

           PERFORM 1160-TESTAR-FS-SARQGRUP

           PERFORM 1170-TESTAR-FS-SARQRGRP

           PERFORM 1300-GRAVAR-HEADER-SARQGRUP

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
           MOVE 'RESCDSB7'             TO RESCWCTL-ETAPA
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
      *    TESTAR FILE-STATUS DAS LIGACOES - EARQLIGC                  *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-TESTAR-FS-EARQLIGC         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQLIGC          NOT EQUAL ZEROS
              MOVE 'EARQLIGC'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQLIGC     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0010'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO SCORE DE RISCO - EARQRISC             *
      ******************************************************************
      *----------------------------------------------------------------*
       1120-TESTAR-FS-EARQRISC         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQRISC          NOT EQUAL ZEROS
              MOVE 'EARQRISC'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQRISC     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0020'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO ARQUIVO MESTRE - MSTREST              *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-MSTREST          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTREST           NOT EQUAL ZEROS
              MOVE 'MSTREST'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTREST      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO TRABALHO DE MONTAGEM - GRPWORK        *
      ******************************************************************
      *----------------------------------------------------------------*
       1140-TESTAR-FS-GRPWORK          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-GRPWORK           NOT EQUAL ZEROS
              MOVE 'GRPWORK'           TO WRK-ARQUIVO
              MOVE WRK-FS-GRPWORK      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0040'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO CADASTRO DE MEMBROS - MSTGRPM         *
      *    ('05' = ARQUIVO OPCIONAL CRIADO NESTA EXECUCAO)             *
      ******************************************************************
      *----------------------------------------------------------------*
       1150-TESTAR-FS-MSTGRPM          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTGRPM           NOT EQUAL ZEROS
              AND WRK-FS-MSTGRPM       NOT EQUAL '05'
              MOVE 'MSTGRPM'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTGRPM      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0050'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA EXPOSICAO POR GRUPO - SARQGRUP        *
      ******************************************************************
      *----------------------------------------------------------------*
       1160-TESTAR-FS-SARQGRUP         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQGRUP          NOT EQUAL ZEROS
              MOVE 'SARQGRUP'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQGRUP     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0060'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO RELATORIO DE GRUPOS - SARQRGRP        *
      ******************************************************************
      *----------------------------------------------------------------*
       1170-TESTAR-FS-SARQRGRP         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRGRP          NOT EQUAL ZEROS
              MOVE 'SARQRGRP'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQRGRP     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0070'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR O HEADER DO ARQUIVO DE EXPOSICAO POR GRUPO           *
      ******************************************************************
      *----------------------------------------------------------------*
       1300-GRAVAR-HEADER-SARQGRUP     SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDGR-REG-SARQGRUP
           MOVE 'HDR'                  TO RESTWDGR-CTL-TIPO-REG
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWDGR-CTL-DATA-EXECUCAO
           MOVE 'RESCDSB7'             TO RESTWDGR-CTL-PROGRAMA

           WRITE FD-SARQGRUP           FROM RESTWDGR-REG-CONTROLE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQGRUP.

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

           WRITE FD-SARQRGRP           FROM WRK-LIN-TRACO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1170-TESTAR-FS-SARQRGRP

           WRITE FD-SARQRGRP           FROM WRK-LIN-CABEC1

           PERFORM 1170-TESTAR-FS-SARQRGRP

           WRITE FD-SARQRGRP           FROM WRK-LIN-TRACO

           PERFORM 1170-TESTAR-FS-SARQRGRP

           WRITE FD-SARQRGRP           FROM WRK-LIN-BRANCO

           PERFORM 1170-TESTAR-FS-SARQRGRP

           WRITE FD-SARQRGRP           FROM WRK-LIN-TITULO

           PERFORM 1170-TESTAR-FS-SARQRGRP

           WRITE FD-SARQRGRP           FROM WRK-LIN-LEGENDA

           PERFORM 1170-TESTAR-FS-SARQRGRP

           WRITE FD-SARQRGRP           FROM WRK-LIN-COLUNAS

           PERFORM 1170-TESTAR-FS-SARQRGRP.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A PROXIMA LIGACAO E UNIR OS GRUPOS DAS DUAS PONTAS -    *
      *    DOCUMENTO VISTO PELA PRIMEIRA VEZ E UNIDO TAMBEM AO GRUPO   *
      *    DE OUTRA FILIAL DO MESMO CPF-CGC JA REGISTRADA              *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-UNIR-LIGACOES              SECTION.
      *----------------------------------------------------------------*

           READ EARQLIGC               INTO RESCWLIG-REG-EARQLIGC

           IF WRK-FS-EARQLIGC          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQLIGC
              GO                       TO 2000-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQLIGC

           ADD 1                       TO ACU-LIDOS-EARQLIGC

           IF RESCWLIG-CTL-HEADER
              OR RESCWLIG-CTL-TRAILER
              ADD 1                    TO ACU-CONTROLE-EARQLIGC
              GO                       TO 2000-99-FIM
           END-IF

           IF RESCWLIG-CPF-CNPJ-PROP   NOT NUMERIC
              OR RESCWLIG-FILIAL-PROP  NOT NUMERIC
              OR RESCWLIG-CCPF-CNPJ-LIG
                                       NOT NUMERIC
              OR RESCWLIG-CFLIAL-LIG   NOT NUMERIC
              ADD 1                    TO ACU-LIGACOES-IGNORADAS
              GO                       TO 2000-99-FIM
           END-IF

           MOVE RESCWLIG-CPF-CNPJ-PROP TO WRK-CPF-DOC-A
           MOVE RESCWLIG-FILIAL-PROP   TO WRK-FILIAL-DOC-A
           MOVE RESCWLIG-CCPF-CNPJ-LIG TO WRK-CPF-DOC-B
           MOVE RESCWLIG-CFLIAL-LIG    TO WRK-FILIAL-DOC-B

           IF WRK-DOC-A                EQUAL WRK-DOC-B
              ADD 1                    TO ACU-LIGACOES-IGNORADAS
              GO                       TO 2000-99-FIM
           END-IF

           ADD 1                       TO ACU-LIGACOES-USADAS

           MOVE WRK-DOC-A              TO WRK-DOC-PROCURA

           PERFORM 2100-REGISTRAR-DOCUMENTO

           MOVE WRK-IRMAO-ACHADO       TO WRK-IRMAO-A-ACHADO
           MOVE WRK-DOC-IRMAO          TO WRK-DOC-IRMAO-A

           MOVE WRK-DOC-B              TO WRK-DOC-PROCURA

           PERFORM 2100-REGISTRAR-DOCUMENTO

           MOVE WRK-IRMAO-ACHADO       TO WRK-IRMAO-B-ACHADO
           MOVE WRK-DOC-IRMAO          TO WRK-DOC-IRMAO-B

           MOVE WRK-DOC-A              TO WRK-UNIR-1
           MOVE WRK-DOC-B              TO WRK-UNIR-2

           PERFORM 2200-UNIR-DOCUMENTOS

           IF WRK-EXISTE-IRMAO-A
              MOVE WRK-DOC-A           TO WRK-UNIR-1
              MOVE WRK-DOC-IRMAO-A     TO WRK-UNIR-2
              PERFORM 2200-UNIR-DOCUMENTOS
           END-IF

           IF WRK-EXISTE-IRMAO-B
              MOVE WRK-DOC-B           TO WRK-UNIR-1
              MOVE WRK-DOC-IRMAO-B     TO WRK-UNIR-2
              PERFORM 2200-UNIR-DOCUMENTOS
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REGISTRAR NO GRPWORK O DOCUMENTO EM WRK-DOC-PROCURA, SE     *
      *    AINDA NAO REGISTRADO, COMO RAIZ DE UM GRUPO SO SEU -        *
      *    DEVOLVE EM WRK-DOC-IRMAO OUTRA FILIAL DO MESMO CPF-CGC QUE  *
      *    JA ESTEJA REGISTRADA                                        *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-REGISTRAR-DOCUMENTO        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-IRMAO-ACHADO

           MOVE WRK-DOC-PROCURA        TO RESTWGWK-CHAVE

           READ GRPWORK

           IF WRK-FS-GRPWORK           EQUAL ZEROS
              GO                       TO 2100-99-FIM
           END-IF

           IF WRK-FS-GRPWORK           NOT EQUAL '23'
              MOVE WRK-LEITURA         TO WRK-OPERACAO
              PERFORM 1140-TESTAR-FS-GRPWORK
           END-IF

           PERFORM 2110-PROCURAR-FILIAL

           MOVE SPACES                 TO RESTWGWK-REG-UNIAO
           MOVE WRK-DOC-PROCURA        TO RESTWGWK-CHAVE
                                          RESTWGWK-PAI

           WRITE RESTWGWK-REG-UNIAO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK

           ADD 1                       TO ACU-DOCUMENTOS.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCURAR NO GRPWORK OUTRA FILIAL JA REGISTRADA DO MESMO     *
      *    CPF-CGC DE WRK-DOC-PROCURA                                  *
      ******************************************************************
      *----------------------------------------------------------------*
       2110-PROCURAR-FILIAL            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CPF-PROCURA        TO RESTWGWK-CPF-CGC
           MOVE ZEROS                  TO RESTWGWK-FILIAL-CGC

           START GRPWORK KEY NOT LESS RESTWGWK-CHAVE

           IF WRK-FS-GRPWORK           EQUAL '23' OR '46'
              GO                       TO 2110-99-FIM
           END-IF

           MOVE WRK-POSICIONAMENTO     TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK

           READ GRPWORK NEXT

           IF WRK-FS-GRPWORK           EQUAL '10'
              GO                       TO 2110-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK

           IF RESTWGWK-CPF-CGC         EQUAL WRK-CPF-PROCURA
              MOVE 'S'                 TO WRK-IRMAO-ACHADO
              MOVE RESTWGWK-CHAVE      TO WRK-DOC-IRMAO
           END-IF.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    UNIR OS GRUPOS DE WRK-UNIR-1 E WRK-UNIR-2 - A MAIOR DAS     *
      *    DUAS RAIZES PASSA A APONTAR PARA A MENOR, QUE CONTINUA      *
      *    SENDO O MENOR DOCUMENTO DO GRUPO UNIDO                      *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-UNIR-DOCUMENTOS            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-UNIR-1             TO WRK-DOC-PROCURA

           PERFORM 2300-LOCALIZAR-RAIZ

           MOVE WRK-RAIZ               TO WRK-RAIZ-1

           MOVE WRK-UNIR-2             TO WRK-DOC-PROCURA

           PERFORM 2300-LOCALIZAR-RAIZ

           MOVE WRK-RAIZ               TO WRK-RAIZ-2

           IF WRK-RAIZ-1               EQUAL WRK-RAIZ-2
              GO                       TO 2200-99-FIM
           END-IF

           IF WRK-RAIZ-1               LESS WRK-RAIZ-2
              MOVE WRK-RAIZ-2          TO RESTWGWK-CHAVE
              MOVE WRK-RAIZ-1          TO WRK-NOVO-PAI
           ELSE
              MOVE WRK-RAIZ-1          TO RESTWGWK-CHAVE
              MOVE WRK-RAIZ-2          TO WRK-NOVO-PAI
           END-IF

           READ GRPWORK

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK

           MOVE WRK-NOVO-PAI           TO RESTWGWK-PAI

           REWRITE RESTWGWK-REG-UNIAO

           MOVE WRK-REGRAVACAO         TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK

           ADD 1                       TO ACU-UNIOES.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LOCALIZAR A RAIZ DO GRUPO DE WRK-DOC-PROCURA SUBINDO PELOS  *
      *    PAIS - QUANDO A RAIZ ESTA A MAIS DE UM NIVEL, O DOCUMENTO   *
      *    PASSA A APONTAR DIRETO PARA ELA, ENCURTANDO AS PROXIMAS     *
      *    BUSCAS                                                      *
      ******************************************************************
      *----------------------------------------------------------------*
       2300-LOCALIZAR-RAIZ             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DOC-PROCURA        TO RESTWGWK-CHAVE
           MOVE ZEROS                  TO WRK-NIVEIS

           READ GRPWORK

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK

           PERFORM 2310-SUBIR-NIVEL
              UNTIL RESTWGWK-PAI       EQUAL RESTWGWK-CHAVE

           MOVE RESTWGWK-CHAVE         TO WRK-RAIZ

           IF WRK-NIVEIS               NOT GREATER 1
              GO                       TO 2300-99-FIM
           END-IF

           MOVE WRK-DOC-PROCURA        TO RESTWGWK-CHAVE

           READ GRPWORK

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK

           MOVE WRK-RAIZ               TO RESTWGWK-PAI

           REWRITE RESTWGWK-REG-UNIAO

           MOVE WRK-REGRAVACAO         TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SUBIR UM NIVEL - LER O PAI DO REGISTRO CORRENTE             *
      ******************************************************************
      *----------------------------------------------------------------*
       2310-SUBIR-NIVEL                SECTION.
      *----------------------------------------------------------------*

           MOVE RESTWGWK-PAI           TO RESTWGWK-CHAVE

           READ GRPWORK

           PERFORM 1140-TESTAR-FS-GRPWORK

           ADD 1                       TO WRK-NIVEIS.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT - PERCORRER OS DOCUMENTOS   *
      *    DO GRPWORK EM ORDEM DE CHAVE, APURAR O GRUPO, AS RESTRICOES *
      *    ATIVAS E O SCORE DE CADA UM E LIBERA-LOS PARA A             *
      *    CLASSIFICACAO POR GRUPO                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-LIBERAR-MEMBROS            SECTION.
      *----------------------------------------------------------------*

           PERFORM 3210-LER-PROX-RISCO

           PERFORM 3220-CONSOLIDAR-RISCO-DOC

           MOVE 'N'                    TO WRK-FIM-GRPWORK
           MOVE LOW-VALUES             TO RESTWGWK-CHAVE

           START GRPWORK KEY NOT LESS RESTWGWK-CHAVE

           IF WRK-FS-GRPWORK           EQUAL '23' OR '46'
              GO                       TO 3000-99-FIM
           END-IF

           MOVE WRK-POSICIONAMENTO     TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK

           PERFORM 3100-TRATAR-PROX-MEMBRO
              UNTIL WRK-ESGOTOU-GRPWORK.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO DOCUMENTO DO GRPWORK E LIBERAR O MEMBRO       *
      ******************************************************************
      *----------------------------------------------------------------*
       3100-TRATAR-PROX-MEMBRO         SECTION.
      *----------------------------------------------------------------*

           READ GRPWORK NEXT

           IF WRK-FS-GRPWORK           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-GRPWORK
              GO                       TO 3100-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK

           ADD 1                       TO ACU-MEMBROS

           MOVE RESTWGWK-CHAVE         TO WRK-DOC-MEMBRO

           IF RESTWGWK-PAI             EQUAL RESTWGWK-CHAVE
              MOVE RESTWGWK-CHAVE      TO WRK-GRUPO-MEMBRO
           ELSE
              MOVE WRK-DOC-MEMBRO      TO WRK-DOC-PROCURA
              PERFORM 2300-LOCALIZAR-RAIZ
              MOVE WRK-RAIZ            TO WRK-GRUPO-MEMBRO
              PERFORM 3110-REPOSICIONAR-GRPWORK
           END-IF

           PERFORM 3200-APURAR-RESTRICOES

           PERFORM 3220-CONSOLIDAR-RISCO-DOC
              UNTIL WRK-CHV-RISCO-CONS NOT LESS WRK-DOC-MEMBRO

           IF WRK-CHV-RISCO-CONS       EQUAL WRK-DOC-MEMBRO
              MOVE WRK-SCORE-CONS      TO WRK-MBR-SCORE
           ELSE
              MOVE ZEROS               TO WRK-MBR-SCORE
           END-IF

           PERFORM 3300-ATUALIZAR-MEMBRO

           MOVE WRK-GRUPO-MEMBRO       TO SRT-ID-GRUPO
           MOVE WRK-DOC-MEMBRO         TO SRT-DOC-MEMBRO
           MOVE 'M'                    TO SRT-TIPO-REG
           MOVE ZEROS                  TO SRT-TIPO-IMPED
           MOVE WRK-MBR-PIOR-GRAU      TO SRT-MAIOR-GRAU
           MOVE WRK-MBR-QTDE-IMPED     TO SRT-QTDE-IMPED
           MOVE WRK-MBR-VALOR-TOT      TO SRT-VALOR-TOT-IMPED
           MOVE WRK-MBR-SCORE          TO SRT-SCORE-RISCO
           MOVE WRK-MBR-RESTRITO       TO SRT-RESTRITO
           MOVE WRK-MBR-RESTRITO-ANTERIOR
                                       TO SRT-RESTRITO-ANTERIOR
           MOVE WRK-MBR-GRUPO-ANTERIOR TO SRT-GRUPO-ANTERIOR

           RELEASE SRT-REG-MEMBRO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    REPOSICIONAR A LEITURA SEQUENCIAL DO GRPWORK DEPOIS DO      *
      *    MEMBRO CORRENTE - AS LEITURAS DA BUSCA DA RAIZ DESFAZEM O   *
      *    POSICIONAMENTO                                              *
      ******************************************************************
      *----------------------------------------------------------------*
       3110-REPOSICIONAR-GRPWORK       SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DOC-MEMBRO         TO RESTWGWK-CHAVE

           START GRPWORK KEY GREATER RESTWGWK-CHAVE

           IF WRK-FS-GRPWORK           EQUAL '23'
              MOVE 'S'                 TO WRK-FIM-GRPWORK
              GO                       TO 3110-99-FIM
           END-IF

           MOVE WRK-POSICIONAMENTO     TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-GRPWORK.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SOMAR AS RESTRICOES ATIVAS DO MEMBRO NO MESTRE, LIBERANDO   *
      *    UM REGISTRO 'T' POR TIPO-IMPED PARA OS TOTAIS DO GRUPO      *
      ******************************************************************
      *----------------------------------------------------------------*
       3200-APURAR-RESTRICOES          SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-MBR-RESTRITO
                                          WRK-FIM-MESTRE-DOC
           MOVE ZEROS                  TO WRK-MBR-PIOR-GRAU
                                          WRK-MBR-QTDE-IMPED
                                          WRK-MBR-VALOR-TOT

           MOVE WRK-CPF-MEMBRO         TO RESTWMST-CPF-CGC
           MOVE WRK-FILIAL-MEMBRO      TO RESTWMST-FILIAL-CGC
           MOVE ZEROS                  TO RESTWMST-TIPO-IMPED

           START MSTREST KEY NOT LESS RESTWMST-CHAVE

           IF WRK-FS-MSTREST           EQUAL '23' OR '46'
              GO                       TO 3200-99-FIM
           END-IF

           MOVE WRK-POSICIONAMENTO     TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-MSTREST

           PERFORM 3205-SOMAR-PROX-RESTRICAO
              UNTIL WRK-ESGOTOU-MESTRE-DOC.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A PROXIMA CHAVE DO MESTRE E, SE FOR RESTRICAO ATIVA DO  *
      *    MEMBRO CORRENTE, SOMA-LA E LIBERAR O SEU REGISTRO 'T'       *
      ******************************************************************
      *----------------------------------------------------------------*
       3205-SOMAR-PROX-RESTRICAO       SECTION.
      *----------------------------------------------------------------*

           READ MSTREST NEXT

           IF WRK-FS-MSTREST           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-MESTRE-DOC
              GO                       TO 3205-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-MSTREST

           IF RESTWMST-CPF-CGC         NOT EQUAL WRK-CPF-MEMBRO
              OR RESTWMST-FILIAL-CGC   NOT EQUAL WRK-FILIAL-MEMBRO
              MOVE 'S'                 TO WRK-FIM-MESTRE-DOC
              GO                       TO 3205-99-FIM
           END-IF

           ADD 1                       TO ACU-LIDOS-MSTREST

           IF NOT RESTWMST-ATIVA
              GO                       TO 3205-99-FIM
           END-IF

           MOVE 'S'                    TO WRK-MBR-RESTRITO

           ADD RESTWMST-QTDE-IMPED     TO WRK-MBR-QTDE-IMPED
           ADD RESTWMST-VALOR-TOT-IMPED
                                       TO WRK-MBR-VALOR-TOT

           IF RESTWMST-MAIOR-GRAU      GREATER WRK-MBR-PIOR-GRAU
              MOVE RESTWMST-MAIOR-GRAU TO WRK-MBR-PIOR-GRAU
           END-IF

           MOVE WRK-GRUPO-MEMBRO       TO SRT-ID-GRUPO
           MOVE WRK-DOC-MEMBRO         TO SRT-DOC-MEMBRO
           MOVE 'T'                    TO SRT-TIPO-REG
           MOVE RESTWMST-TIPO-IMPED    TO SRT-TIPO-IMPED
           MOVE RESTWMST-MAIOR-GRAU    TO SRT-MAIOR-GRAU
           MOVE RESTWMST-QTDE-IMPED    TO SRT-QTDE-IMPED
           MOVE RESTWMST-VALOR-TOT-IMPED
                                       TO SRT-VALOR-TOT-IMPED
           MOVE ZEROS                  TO SRT-SCORE-RISCO
           MOVE SPACES                 TO SRT-RESTRITO
                                          SRT-RESTRITO-ANTERIOR
                                          SRT-GRUPO-ANTERIOR

           RELEASE SRT-REG-MEMBRO.

      *----------------------------------------------------------------*
       3205-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DO EARQRISC, DEIXANDO-O PENDENTE DA  *
      *    CONSOLIDACAO COM A SUA CHAVE                                *
      ******************************************************************
      *----------------------------------------------------------------*
       3210-LER-PROX-RISCO             SECTION.
      *----------------------------------------------------------------*

           READ EARQRISC               INTO RESTWDRK-REG-SARQRISC

           IF WRK-FS-EARQRISC          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQRISC
              MOVE 'N'                 TO WRK-RISCO-PENDENTE
              MOVE HIGH-VALUES         TO WRK-CHV-RISCO-PROX
              GO                       TO 3210-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-EARQRISC

           ADD 1                       TO ACU-LIDOS-EARQRISC

           MOVE RESTWDRK-CPF-CGC       TO WRK-CPF-RISCO-PROX
           MOVE RESTWDRK-FILIAL-CGC    TO WRK-FILIAL-RISCO-PROX

           MOVE 'S'                    TO WRK-RISCO-PENDENTE.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONSOLIDAR O PROXIMO CONJUNTO DE REGISTROS DO EARQRISC COM  *
      *    A MESMA CHAVE, SOMANDO OS SCORES                            *
      ******************************************************************
      *----------------------------------------------------------------*
       3220-CONSOLIDAR-RISCO-DOC       SECTION.
      *----------------------------------------------------------------*

           IF NOT WRK-EXISTE-RISCO-PENDENTE
              MOVE HIGH-VALUES         TO WRK-CHV-RISCO-CONS
              GO                       TO 3220-99-FIM
           END-IF

           MOVE WRK-CHV-RISCO-PROX     TO WRK-CHV-RISCO-CONS
           MOVE ZEROS                  TO WRK-SCORE-CONS

           PERFORM 3225-SOMAR-RISCO-NO-DOC
              UNTIL WRK-CHV-RISCO-PROX NOT EQUAL WRK-CHV-RISCO-CONS.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SOMAR O REGISTRO PENDENTE DO EARQRISC NO DOCUMENTO CORRENTE *
      *    E LER O PROXIMO                                             *
      ******************************************************************
      *----------------------------------------------------------------*
       3225-SOMAR-RISCO-NO-DOC         SECTION.
      *----------------------------------------------------------------*

           ADD RESTWDRK-SCORE-RISCO    TO WRK-SCORE-CONS
               ON SIZE ERROR
                  MOVE 9999999999999,99
                                       TO WRK-SCORE-CONS
           END-ADD

           PERFORM 3210-LER-PROX-RISCO.

      *----------------------------------------------------------------*
       3225-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GUARDAR NO CADASTRO MSTGRPM O GRUPO E A CONDICAO DE         *
      *    RESTRITO DO MEMBRO NESTA EXECUCAO, DEVOLVENDO OS DA         *
      *    EXECUCAO ANTERIOR - NUMA REEXECUCAO NO MESMO DIA A SITUACAO *
      *    ANTERIOR E PRESERVADA                                       *
      ******************************************************************
      *----------------------------------------------------------------*
       3300-ATUALIZAR-MEMBRO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DOC-MEMBRO         TO RESTWGMB-CHAVE

           READ MSTGRPM

           IF WRK-FS-MSTGRPM           EQUAL '23'
              MOVE SPACES              TO RESTWGMB-REG-MEMBRO
              MOVE WRK-DOC-MEMBRO      TO RESTWGMB-CHAVE
              MOVE ZEROS               TO RESTWGMB-DTA-ANTERIOR
                                          RESTWGMB-CPF-GRUPO-ANT
                                          RESTWGMB-FIL-GRUPO-ANT
              MOVE 'N'                 TO RESTWGMB-RESTRITO-ANTERIOR
              PERFORM 3310-MOVER-SITUACAO-ATUAL
              WRITE RESTWGMB-REG-MEMBRO
              MOVE WRK-GRAVACAO        TO WRK-OPERACAO
              PERFORM 1150-TESTAR-FS-MSTGRPM
              GO                       TO 3300-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-MSTGRPM

           IF RESTWGMB-DTA-ATUAL       NOT EQUAL WRK-DTA-PROCESSAMENTO
              MOVE RESTWGMB-DTA-ATUAL  TO RESTWGMB-DTA-ANTERIOR
              MOVE RESTWGMB-GRUPO-ATUAL
                                       TO RESTWGMB-GRUPO-ANTERIOR
              MOVE RESTWGMB-RESTRITO-ATUAL
                                       TO RESTWGMB-RESTRITO-ANTERIOR
           END-IF

           PERFORM 3310-MOVER-SITUACAO-ATUAL

           REWRITE RESTWGMB-REG-MEMBRO

           MOVE WRK-REGRAVACAO         TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-MSTGRPM.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    MOVER PARA O CADASTRO A SITUACAO DO MEMBRO NESTA EXECUCAO E *
      *    GUARDAR A DA EXECUCAO ANTERIOR PARA A CLASSIFICACAO         *
      ******************************************************************
      *----------------------------------------------------------------*
       3310-MOVER-SITUACAO-ATUAL       SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWGMB-DTA-ATUAL
           MOVE WRK-GRUPO-MEMBRO       TO RESTWGMB-GRUPO-ATUAL
           MOVE WRK-MBR-RESTRITO       TO RESTWGMB-RESTRITO-ATUAL

           MOVE RESTWGMB-GRUPO-ANTERIOR
                                       TO WRK-MBR-GRUPO-ANTERIOR
           MOVE RESTWGMB-RESTRITO-ANTERIOR
                                       TO WRK-MBR-RESTRITO-ANTERIOR.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE SAIDA DO SORT - CONSOLIDAR OS MEMBROS DE    *
      *    CADA GRUPO, GRAVAR O SARQGRUP E EMITIR O RELATORIO          *
      ******************************************************************
      *----------------------------------------------------------------*
       3500-CONSOLIDAR-GRUPOS          SECTION.
      *----------------------------------------------------------------*

           PERFORM 3510-RETORNAR-MEMBRO

           PERFORM 3600-CONSOLIDAR-GRUPO
              UNTIL WRK-ESGOTOU-CLASSIFICACAO

           IF ACU-GRUPOS-RESTRITOS     EQUAL ZEROS
              MOVE '  NENHUM GRUPO COM MEMBRO RESTRITO'
                                       TO WRK-NEN-DESCRICAO
              WRITE FD-SARQRGRP        FROM WRK-LIN-NENHUMA
              MOVE WRK-GRAVACAO        TO WRK-OPERACAO
              PERFORM 1170-TESTAR-FS-SARQRGRP
           END-IF

           PERFORM 3900-EMITIR-RESUMO.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    RETORNAR O PROXIMO REGISTRO DA CLASSIFICACAO                *
      ******************************************************************
      *----------------------------------------------------------------*
       3510-RETORNAR-MEMBRO            SECTION.
      *----------------------------------------------------------------*

           RETURN SARQSORT
               AT END
                  MOVE 'S'             TO WRK-FIM-CLASSIFICACAO
           END-RETURN.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CONSOLIDAR OS REGISTROS DO GRUPO CORRENTE - O PRIMEIRO E    *
      *    SEMPRE O REGISTRO 'M' DA RAIZ, O MENOR DOCUMENTO DO GRUPO   *
      ******************************************************************
      *----------------------------------------------------------------*
       3600-CONSOLIDAR-GRUPO           SECTION.
      *----------------------------------------------------------------*

           MOVE SRT-ID-GRUPO           TO WRK-GRUPO-CORRENTE
           MOVE SRT-GRUPO-ANTERIOR     TO WRK-GRUPO-REFERENCIA

           MOVE ZEROS                  TO WRK-GRP-QTDE-MEMBROS
                                          WRK-GRP-QTDE-RESTRITOS
                                          WRK-GRP-QTDE-NOVOS
                                          WRK-GRP-PIOR-GRAU
                                          WRK-GRP-QTDE-IMPED
                                          WRK-GRP-VALOR-TOT
                                          WRK-GRP-SCORE
                                          WRK-QTD-TIPOS
                                          WRK-QTD-NOVOS-TAB

           PERFORM 3610-TRATAR-REG-GRUPO
              UNTIL WRK-ESGOTOU-CLASSIFICACAO
                 OR SRT-ID-GRUPO       NOT EQUAL WRK-GRUPO-CORRENTE

           PERFORM 3700-FECHAR-GRUPO.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TRATAR O REGISTRO CORRENTE DO GRUPO E RETORNAR O PROXIMO    *
      ******************************************************************
      *----------------------------------------------------------------*
       3610-TRATAR-REG-GRUPO           SECTION.
      *----------------------------------------------------------------*

           IF SRT-REG-MEMBRO-DOC
              PERFORM 3620-TRATAR-MEMBRO
           ELSE
              PERFORM 3630-TRATAR-TIPO
           END-IF

           PERFORM 3510-RETORNAR-MEMBRO.

      *----------------------------------------------------------------*
       3610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SOMAR O MEMBRO NO GRUPO, APURAR SE E UM RESTRITO NOVO NO    *
      *    GRUPO E GRAVAR O SEU REGISTRO 'MBR' - QUANDO A RAIZ NAO     *
      *    TINHA GRUPO ANTERIOR (DOCUMENTO VISTO PELA PRIMEIRA VEZ), A *
      *    REFERENCIA PASSA A SER O GRUPO ANTERIOR DO PRIMEIRO MEMBRO  *
      *    QUE TINHA UM                                                *
      ******************************************************************
      *----------------------------------------------------------------*
       3620-TRATAR-MEMBRO              SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-GRP-QTDE-MEMBROS

           ADD SRT-SCORE-RISCO         TO WRK-GRP-SCORE
               ON SIZE ERROR
                  MOVE 9999999999999,99
                                       TO WRK-GRP-SCORE
           END-ADD

           MOVE SPACE                  TO WRK-MOTIVO-NOVO

           IF WRK-GRUPO-REFERENCIA     EQUAL ZEROS
              AND SRT-GRUPO-ANTERIOR   NOT EQUAL ZEROS
              MOVE SRT-GRUPO-ANTERIOR  TO WRK-GRUPO-REFERENCIA
           END-IF

           IF SRT-RESTRITO             EQUAL 'S'
              ADD 1                    TO WRK-GRP-QTDE-RESTRITOS
              ADD SRT-QTDE-IMPED       TO WRK-GRP-QTDE-IMPED
              ADD SRT-VALOR-TOT-IMPED  TO WRK-GRP-VALOR-TOT
              IF SRT-MAIOR-GRAU        GREATER WRK-GRP-PIOR-GRAU
                 MOVE SRT-MAIOR-GRAU   TO WRK-GRP-PIOR-GRAU
              END-IF
              IF SRT-RESTRITO-ANTERIOR NOT EQUAL 'S'
                 MOVE 'N'              TO WRK-MOTIVO-NOVO
              ELSE
                 IF WRK-GRUPO-REFERENCIA
                                       NOT EQUAL ZEROS
                    AND SRT-GRUPO-ANTERIOR
                                       NOT EQUAL ZEROS
                    AND SRT-GRUPO-ANTERIOR
                                       NOT EQUAL WRK-GRUPO-REFERENCIA
                    MOVE 'G'           TO WRK-MOTIVO-NOVO
                 END-IF
              END-IF
           END-IF

           IF WRK-MOTIVO-NOVO          NOT EQUAL SPACE
              ADD 1                    TO WRK-GRP-QTDE-NOVOS
              IF WRK-QTD-NOVOS-TAB     LESS 20
                 ADD 1                 TO WRK-QTD-NOVOS-TAB
                 MOVE SRT-CPF-CGC      TO WRK-CPF-NOVO-TAB
                                          (WRK-QTD-NOVOS-TAB)
                 MOVE SRT-FILIAL-CGC   TO WRK-FILIAL-NOVO-TAB
                                          (WRK-QTD-NOVOS-TAB)
                 MOVE WRK-MOTIVO-NOVO  TO WRK-MOTIVO-NOVO-TAB
                                          (WRK-QTD-NOVOS-TAB)
              END-IF
           END-IF

           MOVE SPACES                 TO RESTWDGR-REG-SARQGRUP
           MOVE 'MBR'                  TO RESTWDGR-TIPO-REG
           MOVE WRK-GRUPO-CORRENTE     TO RESTWDGR-ID-GRUPO
           MOVE SRT-CPF-CGC            TO RESTWDGR-MBR-CPF-CGC
           MOVE SRT-FILIAL-CGC         TO RESTWDGR-MBR-FILIAL-CGC
           MOVE SRT-RESTRITO           TO RESTWDGR-MBR-RESTRITO
           MOVE SRT-MAIOR-GRAU         TO RESTWDGR-MBR-PIOR-GRAU
           MOVE SRT-QTDE-IMPED         TO RESTWDGR-MBR-QTDE-IMPED
           MOVE SRT-VALOR-TOT-IMPED    TO RESTWDGR-MBR-VALOR-TOT-IMPED
           MOVE SRT-SCORE-RISCO        TO RESTWDGR-MBR-SCORE-RISCO
           MOVE WRK-MOTIVO-NOVO        TO RESTWDGR-MBR-NOVO-RESTRITO

           PERFORM 3800-GRAVAR-SARQGRUP.

      *----------------------------------------------------------------*
       3620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SOMAR A RESTRICAO ATIVA DO MEMBRO NO TOTAL DO TIPO-IMPED    *
      ******************************************************************
      *----------------------------------------------------------------*
       3630-TRATAR-TIPO                SECTION.
      *----------------------------------------------------------------*

           MOVE SRT-TIPO-IMPED         TO WRK-AUX-TIPO-PROCURA

           PERFORM 3640-LOCALIZAR-TIPO

           ADD 1                       TO WRK-QTDE-MEMBROS-TAB
                                          (WRK-IDX-TIPO)
           ADD SRT-QTDE-IMPED          TO WRK-QTDE-IMPED-TAB
                                          (WRK-IDX-TIPO)
           ADD SRT-VALOR-TOT-IMPED     TO WRK-VALOR-TOT-TAB
                                          (WRK-IDX-TIPO)

           IF SRT-MAIOR-GRAU           GREATER WRK-PIOR-GRAU-TAB
                                          (WRK-IDX-TIPO)
              MOVE SRT-MAIOR-GRAU      TO WRK-PIOR-GRAU-TAB
                                          (WRK-IDX-TIPO)
           END-IF.

      *----------------------------------------------------------------*
       3630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LOCALIZAR (OU CRIAR) A ENTRADA DA TABELA DE TOTAIS DO GRUPO *
      *    PARA O TIPO-IMPED EM WRK-AUX-TIPO-PROCURA                   *
      ******************************************************************
      *----------------------------------------------------------------*
       3640-LOCALIZAR-TIPO             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-ACHOU-TIPO
           MOVE 1                      TO WRK-IDX-TIPO

           PERFORM 3645-PROCURAR-TIPO
              UNTIL WRK-IDX-TIPO       GREATER WRK-QTD-TIPOS
                 OR WRK-TIPO-ENCONTRADO

           IF NOT WRK-TIPO-ENCONTRADO
              IF WRK-QTD-TIPOS         NOT LESS 50
                 MOVE 'TOTAIS CHEIOS'  TO WRK-OPERACAO
                 MOVE 'MSTREST'        TO WRK-ARQUIVO
                 MOVE '99'             TO WRK-FS
                 MOVE 'APL'            TO ERR-TIPO-ACESSO
                 MOVE '0080'           TO ERR-LOCAL
                 MOVE WRK-TEXTO        TO ERR-TEXTO
                 PERFORM 9999-ROTINA-ERRO
              END-IF
              ADD 1                    TO WRK-QTD-TIPOS
              MOVE WRK-QTD-TIPOS       TO WRK-IDX-TIPO
              MOVE WRK-AUX-TIPO-PROCURA
                                       TO WRK-TIPO-IMPED-TAB
                                          (WRK-IDX-TIPO)
              MOVE ZEROS               TO WRK-QTDE-MEMBROS-TAB
                                          (WRK-IDX-TIPO)
                                          WRK-QTDE-IMPED-TAB
                                          (WRK-IDX-TIPO)
                                          WRK-VALOR-TOT-TAB
                                          (WRK-IDX-TIPO)
                                          WRK-PIOR-GRAU-TAB
                                          (WRK-IDX-TIPO)
           END-IF.

      *----------------------------------------------------------------*
       3640-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCURAR O TIPO-IMPED NA TABELA DE TOTAIS DO GRUPO          *
      ******************************************************************
      *----------------------------------------------------------------*
       3645-PROCURAR-TIPO              SECTION.
      *----------------------------------------------------------------*

           IF WRK-TIPO-IMPED-TAB (WRK-IDX-TIPO)
                                       EQUAL WRK-AUX-TIPO-PROCURA
              MOVE 'S'                 TO WRK-ACHOU-TIPO
           ELSE
              ADD 1                    TO WRK-IDX-TIPO
           END-IF.

      *----------------------------------------------------------------*
       3645-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FECHAR O GRUPO CORRENTE - GRAVAR OS REGISTROS 'TIP' E O     *
      *    REGISTRO 'GRP' E EMITIR O GRUPO NO RELATORIO SE TIVER       *
      *    MEMBRO RESTRITO                                             *
      ******************************************************************
      *----------------------------------------------------------------*
       3700-FECHAR-GRUPO               SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO ACU-GRUPOS
           ADD WRK-CPF-GRUPO-CORRENTE  TO ACU-HASH-CPF-GRUPO
           ADD WRK-GRP-QTDE-RESTRITOS  TO ACU-MEMBROS-RESTRITOS

           MOVE 1                      TO WRK-IDX-TIPO

           PERFORM 3710-GRAVAR-TIPO
              UNTIL WRK-IDX-TIPO       GREATER WRK-QTD-TIPOS

           MOVE SPACES                 TO RESTWDGR-REG-SARQGRUP
           MOVE 'GRP'                  TO RESTWDGR-TIPO-REG
           MOVE WRK-GRUPO-CORRENTE     TO RESTWDGR-ID-GRUPO
           MOVE WRK-GRP-QTDE-MEMBROS   TO RESTWDGR-GRP-QTDE-MEMBROS
           MOVE WRK-GRP-QTDE-RESTRITOS TO RESTWDGR-GRP-QTDE-RESTRITOS
           MOVE WRK-QTD-TIPOS          TO RESTWDGR-GRP-QTDE-TIPOS
           MOVE WRK-GRP-PIOR-GRAU      TO RESTWDGR-GRP-PIOR-GRAU
           MOVE WRK-GRP-QTDE-IMPED     TO RESTWDGR-GRP-QTDE-IMPED
           MOVE WRK-GRP-VALOR-TOT      TO RESTWDGR-GRP-VALOR-TOT-IMPED
           MOVE WRK-GRP-SCORE          TO RESTWDGR-GRP-SCORE-RISCO
           MOVE WRK-GRP-QTDE-NOVOS     TO RESTWDGR-GRP-QTDE-NOVOS

           IF WRK-GRP-QTDE-NOVOS       GREATER ZEROS
              MOVE 'S'                 TO RESTWDGR-GRP-GANHOU-RESTRITO
              ADD 1                    TO ACU-GRUPOS-SINALIZADOS
              ADD WRK-GRP-QTDE-NOVOS   TO ACU-NOVOS-RESTRITOS
           ELSE
              MOVE 'N'                 TO RESTWDGR-GRP-GANHOU-RESTRITO
           END-IF

           PERFORM 3800-GRAVAR-SARQGRUP

           IF WRK-GRP-QTDE-RESTRITOS   GREATER ZEROS
              ADD 1                    TO ACU-GRUPOS-RESTRITOS
              PERFORM 3750-EMITIR-GRUPO
           END-IF.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR O REGISTRO 'TIP' DA ENTRADA CORRENTE DA TABELA       *
      ******************************************************************
      *----------------------------------------------------------------*
       3710-GRAVAR-TIPO                SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDGR-REG-SARQGRUP
           MOVE 'TIP'                  TO RESTWDGR-TIPO-REG
           MOVE WRK-GRUPO-CORRENTE     TO RESTWDGR-ID-GRUPO
           MOVE WRK-TIPO-IMPED-TAB (WRK-IDX-TIPO)
                                       TO RESTWDGR-TIP-TIPO-IMPED
           MOVE WRK-QTDE-MEMBROS-TAB (WRK-IDX-TIPO)
                                       TO RESTWDGR-TIP-QTDE-MEMBROS
           MOVE WRK-QTDE-IMPED-TAB (WRK-IDX-TIPO)
                                       TO RESTWDGR-TIP-QTDE-IMPED
           MOVE WRK-VALOR-TOT-TAB (WRK-IDX-TIPO)
                                       TO RESTWDGR-TIP-VALOR-TOT-IMPED
           MOVE WRK-PIOR-GRAU-TAB (WRK-IDX-TIPO)
                                       TO RESTWDGR-TIP-PIOR-GRAU

           PERFORM 3800-GRAVAR-SARQGRUP

           ADD 1                       TO WRK-IDX-TIPO.

      *----------------------------------------------------------------*
       3710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR NO RELATORIO O GRUPO CORRENTE, SEUS TOTAIS POR       *
      *    TIPO-IMPED E OS MEMBROS RESTRITOS NOVOS                     *
      ******************************************************************
      *----------------------------------------------------------------*
       3750-EMITIR-GRUPO               SECTION.
      *----------------------------------------------------------------*

           IF WRK-GRP-QTDE-NOVOS       GREATER ZEROS
              MOVE '*'                 TO WRK-DGR-SINAL
           ELSE
              MOVE SPACE               TO WRK-DGR-SINAL
           END-IF

           MOVE WRK-CPF-GRUPO-CORRENTE TO WRK-DGR-CPF-GRUPO
           MOVE WRK-FILIAL-GRUPO-CORRENTE
                                       TO WRK-DGR-FILIAL-GRUPO
           MOVE WRK-GRP-QTDE-MEMBROS   TO WRK-DGR-MEMBROS
           MOVE WRK-GRP-QTDE-RESTRITOS TO WRK-DGR-RESTRITOS
           MOVE WRK-QTD-TIPOS          TO WRK-DGR-TIPOS
           MOVE WRK-GRP-PIOR-GRAU      TO WRK-DGR-PIOR-GRAU
           MOVE WRK-GRP-QTDE-IMPED     TO WRK-DGR-QTDE-IMPED
           MOVE WRK-GRP-VALOR-TOT      TO WRK-DGR-VALOR-TOT
           MOVE WRK-GRP-SCORE          TO WRK-DGR-SCORE
           MOVE WRK-GRP-QTDE-NOVOS     TO WRK-DGR-NOVOS

           WRITE FD-SARQRGRP           FROM WRK-LIN-BRANCO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1170-TESTAR-FS-SARQRGRP

           WRITE FD-SARQRGRP           FROM WRK-LIN-DET-GRUPO

           PERFORM 1170-TESTAR-FS-SARQRGRP

           MOVE 1                      TO WRK-IDX-TIPO

           PERFORM 3760-EMITIR-TIPO
              UNTIL WRK-IDX-TIPO       GREATER WRK-QTD-TIPOS

           MOVE 1                      TO WRK-IDX-NOVO

           PERFORM 3770-EMITIR-NOVO
              UNTIL WRK-IDX-NOVO       GREATER WRK-QTD-NOVOS-TAB

           IF WRK-GRP-QTDE-NOVOS       GREATER WRK-QTD-NOVOS-TAB
              SUBTRACT WRK-QTD-NOVOS-TAB
                                       FROM WRK-GRP-QTDE-NOVOS
                                       GIVING WRK-QTD-NOVOS-EXCEDENTES
              MOVE WRK-QTD-NOVOS-EXCEDENTES
                                       TO WRK-NEX-QTDE
              WRITE FD-SARQRGRP        FROM WRK-LIN-NOVOS-EXCEDENTES
              PERFORM 1170-TESTAR-FS-SARQRGRP
           END-IF.

      *----------------------------------------------------------------*
       3750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A LINHA DA ENTRADA CORRENTE DA TABELA DE TOTAIS      *
      ******************************************************************
      *----------------------------------------------------------------*
       3760-EMITIR-TIPO                SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TIPO-IMPED-TAB (WRK-IDX-TIPO)
                                       TO WRK-DTP-TIPO-IMPED
           MOVE WRK-QTDE-MEMBROS-TAB (WRK-IDX-TIPO)
                                       TO WRK-DTP-MEMBROS
           MOVE WRK-PIOR-GRAU-TAB (WRK-IDX-TIPO)
                                       TO WRK-DTP-PIOR-GRAU
           MOVE WRK-QTDE-IMPED-TAB (WRK-IDX-TIPO)
                                       TO WRK-DTP-QTDE-IMPED
           MOVE WRK-VALOR-TOT-TAB (WRK-IDX-TIPO)
                                       TO WRK-DTP-VALOR-TOT

           WRITE FD-SARQRGRP           FROM WRK-LIN-DET-TIPO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1170-TESTAR-FS-SARQRGRP

           ADD 1                       TO WRK-IDX-TIPO.

      *----------------------------------------------------------------*
       3760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR A LINHA DO MEMBRO RESTRITO NOVO CORRENTE             *
      ******************************************************************
      *----------------------------------------------------------------*
       3770-EMITIR-NOVO                SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CPF-NOVO-TAB (WRK-IDX-NOVO)
                                       TO WRK-DNV-CPF-CGC
           MOVE WRK-FILIAL-NOVO-TAB (WRK-IDX-NOVO)
                                       TO WRK-DNV-FILIAL-CGC

           IF WRK-MOTIVO-NOVO-TAB (WRK-IDX-NOVO)
                                       EQUAL 'G'
              MOVE 'JA RESTRITO, VEIO DE OUTRO GRUPO'
                                       TO WRK-DNV-MOTIVO
           ELSE
              MOVE 'PASSOU A TER RESTRICAO OU ENTROU NO GRUPO'
                                       TO WRK-DNV-MOTIVO
           END-IF

           WRITE FD-SARQRGRP           FROM WRK-LIN-DET-NOVO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1170-TESTAR-FS-SARQRGRP

           ADD 1                       TO WRK-IDX-NOVO.

      *----------------------------------------------------------------*
       3770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR UM REGISTRO DE DETALHE NO SARQGRUP                   *
      ******************************************************************
      *----------------------------------------------------------------*
       3800-GRAVAR-SARQGRUP            SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQGRUP           FROM RESTWDGR-REG-SARQGRUP

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQGRUP

           ADD 1                       TO ACU-GRAVS-SARQGRUP.

      *----------------------------------------------------------------*
       3800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O RESUMO FINAL DO RELATORIO                          *
      ******************************************************************
      *----------------------------------------------------------------*
       3900-EMITIR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRGRP           FROM WRK-LIN-BRANCO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1170-TESTAR-FS-SARQRGRP

           WRITE FD-SARQRGRP           FROM WRK-LIN-TRACO

           PERFORM 1170-TESTAR-FS-SARQRGRP

           MOVE 'GRUPOS ECONOMICOS MONTADOS ..................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRUPOS             TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'DOCUMENTOS NOS GRUPOS .......................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-MEMBROS            TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'GRUPOS COM MEMBRO RESTRITO ..................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRUPOS-RESTRITOS   TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'MEMBROS RESTRITOS ...........................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-MEMBROS-RESTRITOS  TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'GRUPOS QUE GANHARAM MEMBRO RESTRITO (*) .....'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRUPOS-SINALIZADOS TO WRK-RES-QTD

           PERFORM 3950-GRAVAR-RESUMO

           MOVE 'MEMBROS RESTRITOS NOVOS NOS GRUPOS ..........'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-NOVOS-RESTRITOS    TO WRK-RES-QTD

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

           WRITE FD-SARQRGRP           FROM WRK-LIN-RESUMO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1170-TESTAR-FS-SARQRGRP.

      *----------------------------------------------------------------*
       3950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    FINALIZACAO                                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 4200-GRAVAR-TRAILER-SARQGRUP

           PERFORM 4100-EMITIR-TOTAIS

           CLOSE EARQLIGC
                 EARQRISC
                 MSTREST
                 GRPWORK
                 MSTGRPM
                 SARQGRUP
                 SARQRGRP

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-EARQLIGC

           PERFORM 1120-TESTAR-FS-EARQRISC

           PERFORM 1130-TESTAR-FS-MSTREST

           PERFORM 1140-TESTAR-FS-GRPWORK

           PERFORM 1150-TESTAR-FS-MSTGRPM

           PERFORM 1160-TESTAR-FS-SARQGRUP

           PERFORM 1170-TESTAR-FS-SARQRGRP

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
           '*********************** RESCDSB7 ***********************'.
           DISPLAY
           '*                                                      *'.
           DISPLAY
           '*     RESULTADO DOS GRUPOS ECONOMICOS:                 *'.
           DISPLAY
           '*                                                      *'.

           MOVE ACU-LIDOS-EARQLIGC     TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO EARQLIGC       =>     ' WRK-MASC ' *'

           MOVE ACU-CONTROLE-EARQLIGC  TO WRK-MASC

           DISPLAY
           '*   DOS QUAIS HDR/TRL               =>     ' WRK-MASC ' *'

           MOVE ACU-LIGACOES-IGNORADAS TO WRK-MASC

           DISPLAY
           '* LIGACOES IGNORADAS                =>     ' WRK-MASC ' *'

           MOVE ACU-LIGACOES-USADAS    TO WRK-MASC

           DISPLAY
           '* LIGACOES USADAS NOS GRUPOS        =>     ' WRK-MASC ' *'

           MOVE ACU-DOCUMENTOS         TO WRK-MASC

           DISPLAY
           '* DOCUMENTOS REGISTRADOS            =>     ' WRK-MASC ' *'

           MOVE ACU-UNIOES             TO WRK-MASC

           DISPLAY
           '* UNIOES DE GRUPOS                  =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-EARQRISC     TO WRK-MASC

           DISPLAY
           '* SCORES LIDOS NO EARQRISC          =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-MSTREST      TO WRK-MASC

           DISPLAY
           '* CHAVES DOS MEMBROS NO MSTREST     =>     ' WRK-MASC ' *'

           MOVE ACU-GRUPOS             TO WRK-MASC

           DISPLAY
           '* GRUPOS ECONOMICOS MONTADOS        =>     ' WRK-MASC ' *'

           MOVE ACU-GRUPOS-RESTRITOS   TO WRK-MASC

           DISPLAY
           '* GRUPOS COM MEMBRO RESTRITO        =>     ' WRK-MASC ' *'

           MOVE ACU-GRUPOS-SINALIZADOS TO WRK-MASC

           DISPLAY
           '* GRUPOS QUE GANHARAM RESTRITO      =>     ' WRK-MASC ' *'

           MOVE ACU-GRAVS-SARQGRUP     TO WRK-MASC

           DISPLAY
           '* REGISTROS GRAVADOS NO SARQGRUP    =>     ' WRK-MASC ' *'

           DISPLAY
           '********************************************************'.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR O TRAILER DO ARQUIVO DE EXPOSICAO - QTDE DE          *
      *    REGISTROS DE DETALHE, QTDE DE GRUPOS E HASH DOS CPF DOS     *
      *    IDENTIFICADORES DE GRUPO                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       4200-GRAVAR-TRAILER-SARQGRUP    SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO RESTWDGR-REG-SARQGRUP
           MOVE 'TRL'                  TO RESTWDGR-CTL-TIPO-REG
           MOVE WRK-DTA-PROCESSAMENTO  TO RESTWDGR-CTL-DATA-EXECUCAO
           MOVE 'RESCDSB7'             TO RESTWDGR-CTL-PROGRAMA
           MOVE ACU-GRAVS-SARQGRUP     TO RESTWDGR-CTL-QTDE-REGS
           MOVE ACU-GRUPOS             TO RESTWDGR-CTL-QTDE-GRUPOS
           MOVE ACU-HASH-CPF-GRUPO     TO RESTWDGR-CTL-HASH-CPF-GRUPO

           WRITE FD-SARQGRUP           FROM RESTWDGR-REG-CONTROLE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-SARQGRUP.

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

           MOVE 'LIDOS EARQLIGC'       TO RESCWCTL-DES-CONTADOR-1
           MOVE ACU-LIDOS-EARQLIGC     TO RESCWCTL-QTD-CONTADOR-1
           MOVE 'GRUPOS'               TO RESCWCTL-DES-CONTADOR-2
           MOVE ACU-GRUPOS             TO RESCWCTL-QTD-CONTADOR-2
           MOVE 'GRUPOS RESTRITOS'     TO RESCWCTL-DES-CONTADOR-3
           MOVE ACU-GRUPOS-RESTRITOS   TO RESCWCTL-QTD-CONTADOR-3
           MOVE 'GRAVADOS SARQGRUP'    TO RESCWCTL-DES-CONTADOR-4
           MOVE ACU-GRAVS-SARQGRUP     TO RESCWCTL-QTD-CONTADOR-4

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

           MOVE 'RESCDSB7'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
