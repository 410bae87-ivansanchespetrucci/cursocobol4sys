      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. RESCDSC5.
       AUTHOR.     DANIELA.

      *================================================================*
      *                T  R  E  I  N  A  M  E  N  T  O                 *
      *================================================================*
      *    PROGRAMA....: RESCDSC5                                      *
      *    PROGRAMADOR.: DANIELA LUCIANO       - TREINAMENTO           *
      *    ANALISTA....: RENATA  ROTIROTI      - TREINAMENTO           *
      *    DATA........: 25/02/2019                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: EXTRAIR DA PRODUCAO UMA MASSA DE TESTE        *
      * PSEUDONIMIZADA DOS ARQUIVOS DE RESTRICOES (EARQREST, EARQLIGC, *
      * EARQRCOB, MESTRE MSTREST E FILAS DE REJEITOS EARQRJR/EARQRJL), *
      * SEM NENHUM CPF/CNPJ REAL. CADA CPF-CGC DISTINTO (CPF-CGC,      *
      * CPF-CNPJ-PROP E CCPF-CNPJ-LIG) RECEBE UM SUBSTITUTO UNICO,     *
      * O MESMO EM TODOS OS ARQUIVOS, DE FORMA QUE O CASAMENTO         *
      * EARQREST X EARQLIGC E AS LIGACOES ENTRE DOCUMENTOS CONTINUAM   *
      * VALENDO. NA PRIMEIRA PASSAGEM OS DOCUMENTOS SAO CLASSIFICADOS  *
      * E OS SUBSTITUTOS SAO SORTEADOS EM ORDEM CRESCENTE DENTRO DA    *
      * MESMA FAIXA DE 100.000.000 DO ORIGINAL, PRESERVANDO A ORDEM    *
      * DOS ARQUIVOS; O SUBSTITUTO CUJO DIGITO DE CONTROLE SERIA 00    *
      * (RECUSADO NA CONSISTENCIA DO RESCDSA1) E DESCARTADO. A         *
      * CORRESPONDENCIA FICA NO VSAM DE TRABALHO MAPWORK, QUE E        *
      * ESVAZIADO NO FIM DA EXECUCAO E NUNCA SAI DA PRODUCAO. NA       *
      * SEGUNDA PASSAGEM CADA ARQUIVO E COPIADO COM OS DOCUMENTOS      *
      * SUBSTITUIDOS E O DIGITO DE CONTROLE RECALCULADO PARA O MESMO   *
      * TIPO DE DOCUMENTO (CPF OU CNPJ) DO ORIGINAL - DIGITO ORIGINAL  *
      * INVALIDO CONTINUA INVALIDO. OS VALORES MINIMO, MAXIMO E TOTAL  *
      * SAO DESLOCADOS POR UM FATOR SORTEADO POR DOCUMENTO DENTRO DA   *
      * FAIXA DO CARTAO PARMPSEU, E QUANTIDADE E HASH DE CPF DOS       *
      * TRAILERS SAO RECALCULADOS. DOCUMENTO NAO NUMERICO SAI          *
      * MASCARADO COM X (CONTINUA RECUSADO NO RESCDSA1) E, COMO O      *
      * ZERADO, TEM OS VALORES DESLOCADOS POR UM FATOR SORTEADO PARA O *
      * REGISTRO. O SORTEIO PARTE DA SEMENTE DO CARTAO, QUE E DE USO   *
      * RESTRITO DA PRODUCAO E NAO E IMPRESSA.                         *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *      DDNAME            I/O                   INCLUDE/BOOK      *
      *     PARMPSEU            I                      RESCWPSE        *
      *     EARQREST            I                      RESCWRES        *
      *     EARQLIGC            I                      RESCWLIG        *
      *     EARQRCOB            I  (OPCIONAL)          RESCWRCB        *
      *     MSTREST             I                      RESTWMST        *
      *     EARQRJR             I                      RESTWDRR        *
      *     EARQRJL             I                      RESTWDRL        *
      *     MAPWORK            I-O (TRABALHO)          RESTWMAP        *
      *     SARQPRES            O                      RESCWRES        *
      *     SARQPLIG            O                      RESCWLIG        *
      *     SARQPRCB            O                      RESCWRCB        *
      *     SARQPMST            O                      RESTWMST        *
      *     SARQPRJR            O                      RESTWDRR        *
      *     SARQPRJL            O                      RESTWDRL        *
      *     SARQRPSE            O                      RELATORIO 132   *
      *     SORTWK             TRABALHO DO SORT INTERNO                *
      *----------------------------------------------------------------*
      *    INC'S.......:                                               *
      *    I#BRAD7C - AREA PARA GRAVACAO DE ERROS                      *
      *    RESCWPSE - LAYOUT DO CARTAO DE PARAMETRO DA EXTRACAO        *
      *    RESCWRES - LAYOUT DO ARQUIVO DE ENTRADA DE RESTRICOES       *
      *    RESCWLIG - LAYOUT DO ARQUIVO DE ENTRADA DE LIGACOES         *
      *    RESCWRCB - LAYOUT DAS RESTRICOES DA AREA DE COBRANCA        *
      *    RESTWMST - LAYOUT DO ARQUIVO MESTRE DE RESTRICOES           *
      *    RESTWDRR - LAYOUT DA FILA DE REJEITOS DO EARQREST           *
      *    RESTWDRL - LAYOUT DA FILA DE REJEITOS DO EARQLIGC           *
      *    RESTWMAP - LAYOUT DA CORRESPONDENCIA DOS DOCUMENTOS         *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - TRATAMENTO DE ERROS                              *
      *----------------------------------------------------------------*
      *    RETORNO.....: 0 - MASSA DE TESTE GERADA                     *
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

           SELECT PARMPSEU ASSIGN      TO UT-S-PARMPSEU
                      FILE STATUS      IS WRK-FS-PARMPSEU.

           SELECT EARQREST ASSIGN      TO UT-S-EARQREST
                      FILE STATUS      IS WRK-FS-EARQREST.

           SELECT EARQLIGC ASSIGN      TO UT-S-EARQLIGC
                      FILE STATUS      IS WRK-FS-EARQLIGC.

           SELECT OPTIONAL EARQRCOB
                      ASSIGN           TO UT-S-EARQRCOB
                      FILE STATUS      IS WRK-FS-EARQRCOB.

           SELECT MSTREST  ASSIGN      TO MSTREST
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWMST-CHAVE
                      FILE STATUS      IS WRK-FS-MSTREST.

           SELECT EARQRJR  ASSIGN      TO UT-S-EARQRJR
                      FILE STATUS      IS WRK-FS-EARQRJR.

           SELECT EARQRJL  ASSIGN      TO UT-S-EARQRJL
                      FILE STATUS      IS WRK-FS-EARQRJL.

           SELECT MAPWORK  ASSIGN      TO MAPWORK
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS RESTWMAP-CHAVE
                      FILE STATUS      IS WRK-FS-MAPWORK.

           SELECT SARQPRES ASSIGN      TO UT-S-SARQPRES
                      FILE STATUS      IS WRK-FS-SARQPRES.

           SELECT SARQPLIG ASSIGN      TO UT-S-SARQPLIG
                      FILE STATUS      IS WRK-FS-SARQPLIG.

           SELECT SARQPRCB ASSIGN      TO UT-S-SARQPRCB
                      FILE STATUS      IS WRK-FS-SARQPRCB.

           SELECT SARQPMST ASSIGN      TO UT-S-SARQPMST
                      FILE STATUS      IS WRK-FS-SARQPMST.

           SELECT SARQPRJR ASSIGN      TO UT-S-SARQPRJR
                      FILE STATUS      IS WRK-FS-SARQPRJR.

           SELECT SARQPRJL ASSIGN      TO UT-S-SARQPRJL
                      FILE STATUS      IS WRK-FS-SARQPRJL.

           SELECT SARQRPSE ASSIGN      TO UT-S-SARQRPSE
                      FILE STATUS      IS WRK-FS-SARQRPSE.

           SELECT SARQSORT ASSIGN      TO UT-S-SORTWK.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    INPUT - CARTAO DE PARAMETRO DA EXTRACAO (PARMPSEU)          *
      *                                -  LRECL   = 080                *
      *----------------------------------------------------------------*

       FD  PARMPSEU
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMPSEU                 PIC  X(080).

      *----------------------------------------------------------------*
      *    INPUT - RESTRICOES (EARQREST)                               *
      *                                -  LRECL   = 093                *
      *----------------------------------------------------------------*

       FD  EARQREST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQREST                 PIC  X(093).

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
      *    INPUT - RESTRICOES DA AREA DE COBRANCA (EARQRCOB)           *
      *                                -  LRECL   = 094                *
      *----------------------------------------------------------------*

       FD  EARQRCOB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQRCOB                 PIC  X(094).

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
      *    INPUT - FILA DE REJEITOS DO EARQREST (EARQRJR)              *
      *                                -  LRECL   = 106                *
      *----------------------------------------------------------------*

       FD  EARQRJR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQRJR                  PIC  X(106).

      *----------------------------------------------------------------*
      *    INPUT - FILA DE REJEITOS DO EARQLIGC (EARQRJL)              *
      *                                -  LRECL   = 125                *
      *----------------------------------------------------------------*

       FD  EARQRJL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EARQRJL                  PIC  X(125).

      *----------------------------------------------------------------*
      *    TRABALHO - CORRESPONDENCIA DOS DOCUMENTOS (MAPWORK)         *
      *                                -  LRECL   = 030                *
      *    (A CHAVE DO VSAM PRECISA ESTAR NO PROPRIO FD, POR ISSO O    *
      *    BOOK RESTWMAP E EXPANDIDO AQUI E NAO NA WORKING)            *
      *----------------------------------------------------------------*

       FD  MAPWORK
           LABEL RECORD IS STANDARD.

           COPY RESTWMAP.

      *----------------------------------------------------------------*
      *    OUTPUT - RESTRICOES PSEUDONIMIZADAS (SARQPRES)              *
      *                                -  LRECL   = 093                *
      *----------------------------------------------------------------*

       FD  SARQPRES
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQPRES                 PIC  X(093).

      *----------------------------------------------------------------*
      *    OUTPUT - LIGACOES PSEUDONIMIZADAS (SARQPLIG)                *
      *                                -  LRECL   = 112                *
      *----------------------------------------------------------------*

       FD  SARQPLIG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQPLIG                 PIC  X(112).

      *----------------------------------------------------------------*
      *    OUTPUT - RESTRICOES DA COBRANCA PSEUDONIMIZADAS (SARQPRCB)  *
      *                                -  LRECL   = 094                *
      *----------------------------------------------------------------*

       FD  SARQPRCB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQPRCB                 PIC  X(094).

      *----------------------------------------------------------------*
      *    OUTPUT - DESCARGA DO MESTRE PSEUDONIMIZADO (SARQPMST), NA   *
      *    ORDEM DA CHAVE, PARA CARGA DO MSTREST DO TESTE              *
      *                                -  LRECL   = 124                *
      *----------------------------------------------------------------*

       FD  SARQPMST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQPMST                 PIC  X(124).

      *----------------------------------------------------------------*
      *    OUTPUT - FILA DE REJEITOS DO EARQREST PSEUDONIMIZADA        *
      *    (SARQPRJR)                  -  LRECL   = 106                *
      *----------------------------------------------------------------*

       FD  SARQPRJR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQPRJR                 PIC  X(106).

      *----------------------------------------------------------------*
      *    OUTPUT - FILA DE REJEITOS DO EARQLIGC PSEUDONIMIZADA        *
      *    (SARQPRJL)                  -  LRECL   = 125                *
      *----------------------------------------------------------------*

       FD  SARQPRJL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQPRJL                 PIC  X(125).

      *----------------------------------------------------------------*
      *    OUTPUT - RELATORIO DA EXTRACAO (SARQRPSE)                   *
      *                                -  LRECL   = 132                *
      *----------------------------------------------------------------*

       FD  SARQRPSE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SARQRPSE                 PIC  X(132).

      *----------------------------------------------------------------*
      *    TRABALHO - UM REGISTRO POR OCORRENCIA DE DOCUMENTO NOS      *
      *    ARQUIVOS EXTRAIDOS, CLASSIFICADO PELO CPF-CGC E PELA FILIAL *
      *    COM QUE O DOCUMENTO APARECE                                 *
      *----------------------------------------------------------------*

       SD  SARQSORT.

       01  SRT-REG-DOCUMENTO.
           05 SRT-CPF-CGC              PIC  9(009).
           05 SRT-FILIAL-CGC           PIC  X(004).
           05 SRT-FILIAL-CGC-N         REDEFINES
                                       SRT-FILIAL-CGC
                                       PIC  9(004).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** INICIO DA WORKING RESCDSC5 ***'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*

       01  ACU-LIDOS-EARQREST          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-EARQLIGC          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-EARQRCOB          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-MSTREST           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-EARQRJR           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-LIDOS-EARQRJL           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQPRES          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQPLIG          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQPRCB          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQPMST          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQPRJR          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-GRAVS-SARQPRJL          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-TRAILERS-SARQPRES       PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-TRAILERS-SARQPLIG       PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-TRAILERS-SARQPRCB       PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DOCS-LIBERADOS          PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DOCS-MAPEADOS           PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-CANDIDATOS-DESCARTADOS  PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DOCS-SUBSTITUIDOS       PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DV-INVALIDO-MANTIDO     PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-VALORES-DESLOCADOS      PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-VALORES-MANTIDOS        PIC  9(009) COMP-3  VALUE ZEROS.
       01  ACU-DOCS-INVALIDOS          PIC  9(009) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** TESTE DE FILE STATUS ***'.
      *----------------------------------------------------------------*

       01  WRK-FS-PARMPSEU             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQREST             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQLIGC             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQRCOB             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MSTREST              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQRJR              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-EARQRJL              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-MAPWORK              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQPRES             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQPLIG             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQPRCB             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQPMST             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQPRJR             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQPRJL             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRPSE             PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DOS BOOKS DE ENTRADA E SAIDA ***'.
      *----------------------------------------------------------------*

           COPY RESCWPSE.

           COPY RESCWRES.

           COPY RESCWLIG.

           COPY RESCWRCB.

           COPY RESTWDRR.

           COPY RESTWDRL.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE LEITURA DOS ARQUIVOS ***'.
      *----------------------------------------------------------------*

       01  WRK-FIM-EARQREST            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQREST                         VALUE 'S'.

       01  WRK-FIM-EARQLIGC            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQLIGC                         VALUE 'S'.

       01  WRK-FIM-EARQRCOB            PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQRCOB                         VALUE 'S'.

       01  WRK-FIM-MSTREST             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-MSTREST                          VALUE 'S'.

       01  WRK-FIM-EARQRJR             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQRJR                          VALUE 'S'.

       01  WRK-FIM-EARQRJL             PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-EARQRJL                          VALUE 'S'.

       01  WRK-EXISTE-ARQ-COBRANCA     PIC  X(001)         VALUE 'N'.
           88 WRK-COM-ARQ-COBRANCA                         VALUE 'S'.

      *    QUANTIDADE E HASH DE CPF DO SEGMENTO CORRENTE (HDR A TRL),  *
      *    APURADOS SOBRE OS DOCUMENTOS JA SUBSTITUIDOS                *
       01  WRK-SEG-QTDE-REGS           PIC  9(009) COMP-3  VALUE ZEROS.
       01  WRK-SEG-HASH-CPF-CGC        PIC  9(015) COMP-3  VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO SORTEIO DOS SUBSTITUTOS ***'.
      *----------------------------------------------------------------*

      *    GERADOR CONGRUENTE LINEAR: X = (X * 31415821 + 1) MOD 10**9 *
      *    A PARTIR DA SEMENTE DO CARTAO - O NUMERO SORTEADO E TRATADO *
      *    COMO FRACAO DE 1 (X / 10**9)                                *
       01  WRK-SORTEIO                 PIC  9(009)         VALUE ZEROS.
       01  WRK-SORT-PRODUTO            PIC  9(017) COMP-3  VALUE ZEROS.
       01  WRK-SORT-QUOCIENTE          PIC  9(009) COMP-3  VALUE ZEROS.
       01  WRK-SORT-ESCALA             PIC  9(018) COMP-3  VALUE ZEROS.

       01  WRK-FIM-CLASSIFICACAO       PIC  X(001)         VALUE 'N'.
           88 WRK-ESGOTOU-CLASSIFICACAO                    VALUE 'S'.

       01  WRK-DOC-ANTERIOR            PIC  9(009)         VALUE ZEROS.

      *    FILIAIS DISTINTAS (NUMERICAS) COM QUE O CPF-CGC CORRENTE    *
      *    APARECE NOS ARQUIVOS - UMA POSICAO POR FILIAL POSSIVEL      *
       01  WRK-TAB-FILIAIS                                 VALUE ZEROS.
           05 WRK-FIL-CGC              OCCURS 10000 TIMES
                                       PIC  9(004).

       01  WRK-QTD-FILIAIS             PIC  9(005) COMP-3  VALUE ZEROS.
       01  WRK-IDX-FIL                 PIC  9(005) COMP-3  VALUE ZEROS.

       01  WRK-DV-FILIAL               PIC  X(001)         VALUE 'N'.
           88 WRK-DV-FILIAL-ZERADO                         VALUE 'S'.

      *    FAIXAS DE 100.000.000 DO CPF-CGC (FAIXA 1 = 000.000.000 A   *
      *    099.999.999, ONDE FICAM AS RAIZES DE CNPJ) - QUANTIDADE DE  *
      *    OCORRENCIAS LIBERADAS, ULTIMO SUBSTITUTO ATRIBUIDO, LIMITE  *
      *    DA FAIXA E SALTO MAXIMO ENTRE DOIS SUBSTITUTOS, QUE DEIXA   *
      *    FOLGA PARA OS CANDIDATOS DESCARTADOS                        *
       01  WRK-TAB-FAIXAS                                  VALUE ZEROS.
           05 WRK-FAIXA                OCCURS 10 TIMES.
              10 WRK-FX-QTD            PIC  9(009).
              10 WRK-FX-ULTIMO         PIC  9(009).
              10 WRK-FX-LIMITE         PIC  9(009).
              10 WRK-FX-SALTO-MAX      PIC  9(009).

       01  WRK-IDX-FX                  PIC  9(002) COMP-3  VALUE ZEROS.
       01  WRK-FX-FOLGA                PIC  9(010) COMP-3  VALUE ZEROS.

       01  WRK-SALTO                   PIC  9(009) COMP-3  VALUE ZEROS.
       01  WRK-CANDIDATO               PIC  9(010)         VALUE ZEROS.
       01  WRK-CANDIDATO-OK            PIC  X(001)         VALUE 'N'.
           88 WRK-CANDIDATO-ACEITO                         VALUE 'S'.

      *    FATOR DE VARIACAO DOS VALORES, EM PERCENTUAL: MINIMO        *
      *    (100 - FAIXA) MAIS UMA FRACAO SORTEADA DA AMPLITUDE (DUAS   *
      *    VEZES A FAIXA, EM CENTESIMOS DE PONTO PERCENTUAL)           *
       01  WRK-FAIXA-VARIACAO          PIC  9(002)         VALUE ZEROS.
       01  WRK-FATOR-MINIMO            PIC  9(003)         VALUE ZEROS.
       01  WRK-AMPLITUDE               PIC  9(005) COMP-3  VALUE ZEROS.
       01  WRK-CENTESIMOS              PIC  9(005) COMP-3  VALUE ZEROS.
       01  WRK-FATOR-FRACAO            PIC  9(003)V99      VALUE ZEROS.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA SUBSTITUICAO DOS DOCUMENTOS ***'.
      *----------------------------------------------------------------*

      *    DOCUMENTO A SUBSTITUIR (CPF-CGC, FILIAL E DIGITO) - NA      *
      *    VOLTA, O SUBSTITUTO, O DIGITO RECALCULADO E O FATOR DOS     *
      *    VALORES DO DOCUMENTO                                        *
       01  WRK-PSD-CPF-CGC             PIC  9(009)         VALUE ZEROS.
       01  WRK-PSD-FILIAL-CGC          PIC  9(004)         VALUE ZEROS.
       01  WRK-PSD-CTRL-CPF            PIC  9(002)         VALUE ZEROS.
       01  WRK-PSD-FATOR               PIC  9(003)V99      VALUE ZEROS.

      *    DOCUMENTO NAO NUMERICO OU ZERADO, QUE NAO TEM SUBSTITUTO -  *
      *    O NAO NUMERICO VOLTA MASCARADO                              *
       01  WRK-PSD-DOC-INVALIDO        PIC  X(009)         VALUE SPACES.

      *    DIGITO TRATAVEL = FILIAL E DIGITO NUMERICOS E DIGITO        *
      *    DIFERENTE DE ZEROS; SENAO SO O CPF-CGC E SUBSTITUIDO        *
       01  WRK-PSD-DV-TRATAVEL         PIC  X(001)         VALUE 'N'.
           88 WRK-PSD-TRATA-DV                             VALUE 'S'.

       01  WRK-PSD-TIPO-DOC            PIC  X(001)         VALUE SPACE.
           88 WRK-PSD-CPF                                  VALUE 'F'.
           88 WRK-PSD-CNPJ                                 VALUE 'J'.
           88 WRK-PSD-INVALIDO                             VALUE 'X'.

       01  WRK-PSD-DV-CPF              PIC  9(002)         VALUE ZEROS.
       01  WRK-PSD-DV-CNPJ             PIC  9(002)         VALUE ZEROS.

      *    DOCUMENTO DO CALCULO DO DIGITO (ROTINAS 6550 E 6560)        *
       01  WRK-DVC-CPF-CGC             PIC  9(009)         VALUE ZEROS.
       01  WRK-DVC-FILIAL-CGC          PIC  9(004)         VALUE ZEROS.

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
       01  WRK-DV-CALCULADO-NUM    REDEFINES WRK-DV-CALCULADO
                                       PIC  9(002).
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
           '*** AREA DO DESLOCAMENTO DOS VALORES ***'.
      *----------------------------------------------------------------*

      *    VALOR = VALOR * FATOR / 100, ARREDONDADO NO CENTAVO; O      *
      *    VALOR QUE PASSARIA DO TAMANHO DO CAMPO FICA COMO ESTAVA     *
       01  WRK-VLR-ENTRADA             PIC  9(015)V99      VALUE ZEROS.
       01  WRK-VLR-SAIDA               PIC  9(015)V99      VALUE ZEROS.
       01  WRK-VLR-LIMITE              PIC  9(015)V99      VALUE ZEROS.
       01  WRK-VLR-CALCULADO           PIC  9(016)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-VLR-MULTIPLICADOR       PIC  9(001)V9(004)  VALUE ZEROS.

       01  WRK-LIMITE-VALOR-13         PIC  9(015)V99      VALUE
           9999999999999,99.
       01  WRK-LIMITE-VALOR-15         PIC  9(015)V99      VALUE
           999999999999999,99.

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
              'RESCDSC5 - EXTRACAO PSEUDONIMIZADA DE MASSA DE TES'.
           05 FILLER                   PIC  X(018)         VALUE
              'TE'.
           05 FILLER                   PIC  X(018)         VALUE
              '   PROCESSAMENTO  '.
           05 WRK-CAB-DATA             PIC  9(008).
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-LIN-FAIXA.
           05 FILLER                   PIC  X(050)         VALUE
              'VARIACAO DOS VALORES POR DOCUMENTO ............ +/'.
           05 FILLER                   PIC  X(001)         VALUE
              '-'.
           05 WRK-FXA-PERCENTUAL       PIC  Z9.
           05 FILLER                   PIC  X(001)         VALUE
              '%'.
           05 FILLER                   PIC  X(078)         VALUE SPACES.

       01  WRK-LIN-COLUNAS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              'ENTRADA'.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              'SAIDA'.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              '      LIDOS'.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              '   GRAVADOS'.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(022)         VALUE
              'TRAILERS RECALCULADOS'.
           05 FILLER                   PIC  X(054)         VALUE SPACES.

       01  WRK-LIN-ARQUIVO.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-ARQ-ENTRADA          PIC  X(008).
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-ARQ-SAIDA            PIC  X(008).
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-ARQ-LIDOS            PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-ARQ-GRAVADOS         PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(014)         VALUE SPACES.
           05 WRK-ARQ-TRAILERS         PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(055)         VALUE SPACES.

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
           '*** AREA TRATAMENTO ERRO ***'.
      *----------------------------------------------------------------*

           COPY 'I#BRAD7C'.

      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)         VALUE
           '*** RESCDSC5 - FIM DA AREA DE WORKING ***'.
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
               ON ASCENDING KEY SRT-CPF-CGC
                                SRT-FILIAL-CGC
               INPUT PROCEDURE  IS 2000-LIBERAR-DOCUMENTOS
               OUTPUT PROCEDURE IS 3000-ATRIBUIR-SUBSTITUTOS

           PERFORM 5000-GERAR-EXTRACAO

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

           ACCEPT WRK-DATA-EXECUCAO    FROM DATE YYYYMMDD

           OPEN INPUT  PARMPSEU
                       EARQREST
                       EARQLIGC
                       EARQRCOB
                       MSTREST
                       EARQRJR
                       EARQRJL

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMPSEU

           PERFORM 1120-TESTAR-FS-EARQREST

           PERFORM 1130-TESTAR-FS-EARQLIGC

           PERFORM 1140-TESTAR-FS-EARQRCOB

           IF WRK-FS-EARQRCOB          NOT EQUAL '05'
              MOVE 'S'                 TO WRK-EXISTE-ARQ-COBRANCA
           END-IF

           PERFORM 1150-TESTAR-FS-MSTREST

           PERFORM 1160-TESTAR-FS-EARQRJR

           PERFORM 1170-TESTAR-FS-EARQRJL

           OPEN OUTPUT SARQPRES
                       SARQPLIG
                       SARQPRCB
                       SARQPMST
                       SARQPRJR
                       SARQPRJL
                       SARQRPSE

           PERFORM 1210-TESTAR-FS-SARQPRES

           PERFORM 1220-TESTAR-FS-SARQPLIG

           PERFORM 1230-TESTAR-FS-SARQPRCB

           PERFORM 1240-TESTAR-FS-SARQPMST

           PERFORM 1250-TESTAR-FS-SARQPRJR

           PERFORM 1260-TESTAR-FS-SARQPRJL

           PERFORM 1270-TESTAR-FS-SARQRPSE

           PERFORM 1300-LER-PARAMETRO

           PERFORM 1400-EMITIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO CARTAO DE PARAMETRO - PARMPSEU        *
      ******************************************************************
      *----------------------------------------------------------------*
       1110-TESTAR-FS-PARMPSEU         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-PARMPSEU          NOT EQUAL ZEROS
              MOVE 'PARMPSEU'          TO WRK-ARQUIVO
              MOVE WRK-FS-PARMPSEU     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0010'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS RESTRICOES - EARQREST                *
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
      *    TESTAR FILE-STATUS DAS LIGACOES - EARQLIGC                  *
      ******************************************************************
      *----------------------------------------------------------------*
       1130-TESTAR-FS-EARQLIGC         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQLIGC          NOT EQUAL ZEROS
              MOVE 'EARQLIGC'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQLIGC     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0030'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS RESTRICOES DA COBRANCA - EARQRCOB    *
      *    (ARQUIVO OPCIONAL - '05' = NAO INFORMADO, SAI O SARQPRCB    *
      *    VAZIO)                                                      *
      ******************************************************************
      *----------------------------------------------------------------*
       1140-TESTAR-FS-EARQRCOB         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQRCOB          NOT EQUAL ZEROS
              AND WRK-FS-EARQRCOB      NOT EQUAL '05'
              MOVE 'EARQRCOB'          TO WRK-ARQUIVO
              MOVE WRK-FS-EARQRCOB     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0040'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO ARQUIVO MESTRE - MSTREST              *
      ******************************************************************
      *----------------------------------------------------------------*
       1150-TESTAR-FS-MSTREST          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MSTREST           NOT EQUAL ZEROS
              MOVE 'MSTREST'           TO WRK-ARQUIVO
              MOVE WRK-FS-MSTREST      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0050'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA FILA DE REJEITOS - EARQRJR            *
      ******************************************************************
      *----------------------------------------------------------------*
       1160-TESTAR-FS-EARQRJR          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQRJR           NOT EQUAL ZEROS
              MOVE 'EARQRJR'           TO WRK-ARQUIVO
              MOVE WRK-FS-EARQRJR      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0060'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA FILA DE REJEITOS - EARQRJL            *
      ******************************************************************
      *----------------------------------------------------------------*
       1170-TESTAR-FS-EARQRJL          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQRJL           NOT EQUAL ZEROS
              MOVE 'EARQRJL'           TO WRK-ARQUIVO
              MOVE WRK-FS-EARQRJL      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0070'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA CORRESPONDENCIA - MAPWORK             *
      ******************************************************************
      *----------------------------------------------------------------*
       1180-TESTAR-FS-MAPWORK          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-MAPWORK           NOT EQUAL ZEROS
              MOVE 'MAPWORK'           TO WRK-ARQUIVO
              MOVE WRK-FS-MAPWORK      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0080'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1180-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS RESTRICOES - SARQPRES                *
      ******************************************************************
      *----------------------------------------------------------------*
       1210-TESTAR-FS-SARQPRES         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQPRES          NOT EQUAL ZEROS
              MOVE 'SARQPRES'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQPRES     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0090'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS LIGACOES - SARQPLIG                  *
      ******************************************************************
      *----------------------------------------------------------------*
       1220-TESTAR-FS-SARQPLIG         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQPLIG          NOT EQUAL ZEROS
              MOVE 'SARQPLIG'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQPLIG     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0100'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DAS RESTRICOES DA COBRANCA - SARQPRCB    *
      ******************************************************************
      *----------------------------------------------------------------*
       1230-TESTAR-FS-SARQPRCB         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQPRCB          NOT EQUAL ZEROS
              MOVE 'SARQPRCB'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQPRCB     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0110'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA DESCARGA DO MESTRE - SARQPMST         *
      ******************************************************************
      *----------------------------------------------------------------*
       1240-TESTAR-FS-SARQPMST         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQPMST          NOT EQUAL ZEROS
              MOVE 'SARQPMST'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQPMST     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0120'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA FILA DE REJEITOS - SARQPRJR           *
      ******************************************************************
      *----------------------------------------------------------------*
       1250-TESTAR-FS-SARQPRJR         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQPRJR          NOT EQUAL ZEROS
              MOVE 'SARQPRJR'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQPRJR     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0130'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DA FILA DE REJEITOS - SARQPRJL           *
      ******************************************************************
      *----------------------------------------------------------------*
       1260-TESTAR-FS-SARQPRJL         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQPRJL          NOT EQUAL ZEROS
              MOVE 'SARQPRJL'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQPRJL     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0140'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    TESTAR FILE-STATUS DO RELATORIO - SARQRPSE                  *
      ******************************************************************
      *----------------------------------------------------------------*
       1270-TESTAR-FS-SARQRPSE         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRPSE          NOT EQUAL ZEROS
              MOVE 'SARQRPSE'          TO WRK-ARQUIVO
              MOVE WRK-FS-SARQRPSE     TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0150'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1270-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O CARTAO DE PARAMETRO - SEMENTE OBRIGATORIA E DIFERENTE *
      *    DE ZEROS; FAIXA DE VARIACAO DE 01 A 50 (BRANCOS OU ZEROS    *
      *    ASSUMEM 10). A SEMENTE NAO E IMPRESSA NEM EXIBIDA           *
      ******************************************************************
      *----------------------------------------------------------------*
       1300-LER-PARAMETRO              SECTION.
      *----------------------------------------------------------------*

           READ PARMPSEU               INTO RESCWPSE-REG-PARM

           IF WRK-FS-PARMPSEU          EQUAL '10'
              MOVE SPACES              TO RESCWPSE-REG-PARM
           ELSE
              MOVE WRK-LEITURA         TO WRK-OPERACAO
              PERFORM 1110-TESTAR-FS-PARMPSEU
           END-IF

           IF RESCWPSE-SEMENTE         NOT NUMERIC
              OR RESCWPSE-SEMENTE      EQUAL ZEROS
              MOVE 'PARM SEMENTE'      TO WRK-OPERACAO
              MOVE 'PARMPSEU'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0160'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           IF RESCWPSE-FAIXA-VARIACAO  NOT NUMERIC
              OR RESCWPSE-FAIXA-VARIACAO
                                       EQUAL ZEROS
              MOVE 10                  TO WRK-FAIXA-VARIACAO
           ELSE
              MOVE RESCWPSE-FAIXA-VARIACAO
                                       TO WRK-FAIXA-VARIACAO
           END-IF

           IF WRK-FAIXA-VARIACAO       GREATER 50
              MOVE 'PARM FAIXA'        TO WRK-OPERACAO
              MOVE 'PARMPSEU'          TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0170'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           MOVE RESCWPSE-SEMENTE       TO WRK-SORTEIO

           MULTIPLY WRK-FAIXA-VARIACAO BY 200
                                       GIVING WRK-AMPLITUDE

           SUBTRACT WRK-FAIXA-VARIACAO FROM 100
                                       GIVING WRK-FATOR-MINIMO

           MOVE SPACES                 TO RESCWPSE-REG-PARM.

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
           MOVE WRK-FAIXA-VARIACAO     TO WRK-FXA-PERCENTUAL

           WRITE FD-SARQRPSE           FROM WRK-LIN-TRACO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1270-TESTAR-FS-SARQRPSE

           WRITE FD-SARQRPSE           FROM WRK-LIN-CABEC1

           PERFORM 1270-TESTAR-FS-SARQRPSE

           WRITE FD-SARQRPSE           FROM WRK-LIN-TRACO

           PERFORM 1270-TESTAR-FS-SARQRPSE

           WRITE FD-SARQRPSE           FROM WRK-LIN-BRANCO

           PERFORM 1270-TESTAR-FS-SARQRPSE

           WRITE FD-SARQRPSE           FROM WRK-LIN-FAIXA

           PERFORM 1270-TESTAR-FS-SARQRPSE

           WRITE FD-SARQRPSE           FROM WRK-LIN-BRANCO

           PERFORM 1270-TESTAR-FS-SARQRPSE.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DAS RESTRICOES - EARQREST            *
      ******************************************************************
      *----------------------------------------------------------------*
       1510-LER-EARQREST               SECTION.
      *----------------------------------------------------------------*

           READ EARQREST               INTO RESCWRES-REG-EARQREST

           IF WRK-FS-EARQREST          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQREST
              GO                       TO 1510-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-EARQREST

           ADD 1                       TO ACU-LIDOS-EARQREST.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DAS LIGACOES - EARQLIGC              *
      ******************************************************************
      *----------------------------------------------------------------*
       1520-LER-EARQLIGC               SECTION.
      *----------------------------------------------------------------*

           READ EARQLIGC               INTO RESCWLIG-REG-EARQLIGC

           IF WRK-FS-EARQLIGC          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQLIGC
              GO                       TO 1520-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1130-TESTAR-FS-EARQLIGC

           ADD 1                       TO ACU-LIDOS-EARQLIGC.

      *----------------------------------------------------------------*
       1520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DAS RESTRICOES DA COBRANCA -         *
      *    EARQRCOB                                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       1530-LER-EARQRCOB               SECTION.
      *----------------------------------------------------------------*

           READ EARQRCOB               INTO RESCWRCB-REG-EARQRCOB

           IF WRK-FS-EARQRCOB          EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQRCOB
              GO                       TO 1530-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1140-TESTAR-FS-EARQRCOB

           ADD 1                       TO ACU-LIDOS-EARQRCOB.

      *----------------------------------------------------------------*
       1530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER A PROXIMA CHAVE DO ARQUIVO MESTRE - MSTREST             *
      ******************************************************************
      *----------------------------------------------------------------*
       1540-LER-MSTREST                SECTION.
      *----------------------------------------------------------------*

           READ MSTREST NEXT

           IF WRK-FS-MSTREST           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-MSTREST
              GO                       TO 1540-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1150-TESTAR-FS-MSTREST

           ADD 1                       TO ACU-LIDOS-MSTREST.

      *----------------------------------------------------------------*
       1540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DA FILA DE REJEITOS - EARQRJR        *
      ******************************************************************
      *----------------------------------------------------------------*
       1550-LER-EARQRJR                SECTION.
      *----------------------------------------------------------------*

           READ EARQRJR                INTO RESTWDRR-REG-SARQRJR

           IF WRK-FS-EARQRJR           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQRJR
              GO                       TO 1550-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1160-TESTAR-FS-EARQRJR

           ADD 1                       TO ACU-LIDOS-EARQRJR.

      *----------------------------------------------------------------*
       1550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LER O PROXIMO REGISTRO DA FILA DE REJEITOS - EARQRJL        *
      ******************************************************************
      *----------------------------------------------------------------*
       1560-LER-EARQRJL                SECTION.
      *----------------------------------------------------------------*

           READ EARQRJL                INTO RESTWDRL-REG-SARQRJL

           IF WRK-FS-EARQRJL           EQUAL '10'
              MOVE 'S'                 TO WRK-FIM-EARQRJL
              GO                       TO 1560-99-FIM
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1170-TESTAR-FS-EARQRJL

           ADD 1                       TO ACU-LIDOS-EARQRJL.

      *----------------------------------------------------------------*
       1560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    POSICIONAR O ARQUIVO MESTRE NA PRIMEIRA CHAVE               *
      ******************************************************************
      *----------------------------------------------------------------*
       1590-POSICIONAR-MSTREST         SECTION.
      *----------------------------------------------------------------*

           MOVE LOW-VALUES             TO RESTWMST-CHAVE

           START MSTREST KEY NOT LESS RESTWMST-CHAVE

           IF WRK-FS-MSTREST           EQUAL '23' OR '46'
              MOVE 'S'                 TO WRK-FIM-MSTREST
           ELSE
              MOVE WRK-POSICIONAMENTO  TO WRK-OPERACAO
              PERFORM 1150-TESTAR-FS-MSTREST
           END-IF.

      *----------------------------------------------------------------*
       1590-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT - PRIMEIRA PASSAGEM: LIBERAR*
      *    CADA CPF-CGC NUMERICO E DIFERENTE DE ZEROS DE TODOS OS      *
      *    ARQUIVOS EXTRAIDOS (HEADERS E TRAILERS FICAM DE FORA). NO   *
      *    FIM, OS ARQUIVOS SEQUENCIAIS SAO FECHADOS PARA SEREM RELIDOS*
      *    NA SEGUNDA PASSAGEM                                         *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-LIBERAR-DOCUMENTOS         SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-LIBERAR-EARQREST
              UNTIL WRK-ESGOTOU-EARQREST

           PERFORM 2200-LIBERAR-EARQLIGC
              UNTIL WRK-ESGOTOU-EARQLIGC

           IF WRK-COM-ARQ-COBRANCA
              PERFORM 2300-LIBERAR-EARQRCOB
                 UNTIL WRK-ESGOTOU-EARQRCOB
           END-IF

           PERFORM 1590-POSICIONAR-MSTREST

           PERFORM 2400-LIBERAR-MSTREST
              UNTIL WRK-ESGOTOU-MSTREST

           PERFORM 2500-LIBERAR-EARQRJR
              UNTIL WRK-ESGOTOU-EARQRJR

           PERFORM 2600-LIBERAR-EARQRJL
              UNTIL WRK-ESGOTOU-EARQRJL

           CLOSE EARQREST
                 EARQLIGC
                 EARQRJR
                 EARQRJL

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-EARQREST

           PERFORM 1130-TESTAR-FS-EARQLIGC

           PERFORM 1160-TESTAR-FS-EARQRJR

           PERFORM 1170-TESTAR-FS-EARQRJL

           IF WRK-COM-ARQ-COBRANCA
              CLOSE EARQRCOB
              PERFORM 1140-TESTAR-FS-EARQRCOB
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR O CPF-CGC DO PROXIMO DETALHE DO EARQREST            *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-LIBERAR-EARQREST           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1510-LER-EARQREST

           IF WRK-ESGOTOU-EARQREST
              OR RESCWRES-CTL-HEADER
              OR RESCWRES-CTL-TRAILER
              GO                       TO 2100-99-FIM
           END-IF

           IF RESCWRES-CPF-CGC         NUMERIC
              AND RESCWRES-CPF-CGC     NOT EQUAL ZEROS
              MOVE RESCWRES-CPF-CGC    TO SRT-CPF-CGC
              MOVE RESCWRES-FILIAL-CGC TO SRT-FILIAL-CGC
              PERFORM 2900-LIBERAR-DOCUMENTO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR O DOCUMENTO PROPRIETARIO E O DOCUMENTO LIGADO DO    *
      *    PROXIMO DETALHE DO EARQLIGC                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-LIBERAR-EARQLIGC           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1520-LER-EARQLIGC

           IF WRK-ESGOTOU-EARQLIGC
              OR RESCWLIG-CTL-HEADER
              OR RESCWLIG-CTL-TRAILER
              GO                       TO 2200-99-FIM
           END-IF

           PERFORM 2250-LIBERAR-LIGACAO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR OS DOIS DOCUMENTOS DA LIGACAO CARREGADA EM          *
      *    RESCWLIG-REG-EARQLIGC                                       *
      ******************************************************************
      *----------------------------------------------------------------*
       2250-LIBERAR-LIGACAO            SECTION.
      *----------------------------------------------------------------*

           IF RESCWLIG-CPF-CNPJ-PROP   NUMERIC
              AND RESCWLIG-CPF-CNPJ-PROP
                                       NOT EQUAL ZEROS
              MOVE RESCWLIG-CPF-CNPJ-PROP
                                       TO SRT-CPF-CGC
              MOVE RESCWLIG-FILIAL-PROP
                                       TO SRT-FILIAL-CGC
              PERFORM 2900-LIBERAR-DOCUMENTO
           END-IF

           IF RESCWLIG-CCPF-CNPJ-LIG   NUMERIC
              AND RESCWLIG-CCPF-CNPJ-LIG
                                       NOT EQUAL ZEROS
              MOVE RESCWLIG-CCPF-CNPJ-LIG
                                       TO SRT-CPF-CGC
              MOVE RESCWLIG-CFLIAL-LIG TO SRT-FILIAL-CGC
              PERFORM 2900-LIBERAR-DOCUMENTO
           END-IF.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR O CPF-CGC DO PROXIMO DETALHE DO EARQRCOB            *
      ******************************************************************
      *----------------------------------------------------------------*
       2300-LIBERAR-EARQRCOB           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1530-LER-EARQRCOB

           IF WRK-ESGOTOU-EARQRCOB
              OR RESCWRCB-CTL-HEADER
              OR RESCWRCB-CTL-TRAILER
              GO                       TO 2300-99-FIM
           END-IF

           MOVE RESCWRCB-REG-RESTRICAO TO RESCWRES-REG-EARQREST

           IF RESCWRES-CPF-CGC         NUMERIC
              AND RESCWRES-CPF-CGC     NOT EQUAL ZEROS
              MOVE RESCWRES-CPF-CGC    TO SRT-CPF-CGC
              MOVE RESCWRES-FILIAL-CGC TO SRT-FILIAL-CGC
              PERFORM 2900-LIBERAR-DOCUMENTO
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR O CPF-CGC DA PROXIMA CHAVE DO MESTRE (ATIVA OU      *
      *    ENCERRADA)                                                  *
      ******************************************************************
      *----------------------------------------------------------------*
       2400-LIBERAR-MSTREST            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1540-LER-MSTREST

           IF WRK-ESGOTOU-MSTREST
              GO                       TO 2400-99-FIM
           END-IF

           IF RESTWMST-CPF-CGC         NUMERIC
              AND RESTWMST-CPF-CGC     NOT EQUAL ZEROS
              MOVE RESTWMST-CPF-CGC    TO SRT-CPF-CGC
              MOVE RESTWMST-FILIAL-CGC TO SRT-FILIAL-CGC
              PERFORM 2900-LIBERAR-DOCUMENTO
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR O CPF-CGC DO REGISTRO ORIGINAL DO PROXIMO REJEITO   *
      *    DO EARQREST                                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       2500-LIBERAR-EARQRJR            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1550-LER-EARQRJR

           IF WRK-ESGOTOU-EARQRJR
              GO                       TO 2500-99-FIM
           END-IF

           MOVE RESTWDRR-REG-ORIGINAL  TO RESCWRES-REG-EARQREST

           IF RESCWRES-CPF-CGC         NUMERIC
              AND RESCWRES-CPF-CGC     NOT EQUAL ZEROS
              MOVE RESCWRES-CPF-CGC    TO SRT-CPF-CGC
              MOVE RESCWRES-FILIAL-CGC TO SRT-FILIAL-CGC
              PERFORM 2900-LIBERAR-DOCUMENTO
           END-IF.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR OS DOCUMENTOS DO REGISTRO ORIGINAL DO PROXIMO       *
      *    REJEITO DO EARQLIGC                                         *
      ******************************************************************
      *----------------------------------------------------------------*
       2600-LIBERAR-EARQRJL            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1560-LER-EARQRJL

           IF WRK-ESGOTOU-EARQRJL
              GO                       TO 2600-99-FIM
           END-IF

           MOVE RESTWDRL-REG-ORIGINAL  TO RESCWLIG-REG-EARQLIGC

           PERFORM 2250-LIBERAR-LIGACAO.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    LIBERAR O CPF-CGC CARREGADO EM SRT-CPF-CGC E CONTA-LO NA    *
      *    SUA FAIXA DE 100.000.000                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       2900-LIBERAR-DOCUMENTO          SECTION.
      *----------------------------------------------------------------*

           DIVIDE SRT-CPF-CGC          BY 100000000
                                       GIVING WRK-IDX-FX

           ADD 1                       TO WRK-IDX-FX

           ADD 1                       TO WRK-FX-QTD (WRK-IDX-FX)

           RELEASE SRT-REG-DOCUMENTO

           ADD 1                       TO ACU-DOCS-LIBERADOS.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTO DE SAIDA DO SORT - ATRIBUIR UM SUBSTITUTO E UM *
      *    FATOR DE VARIACAO A CADA CPF-CGC DISTINTO, EM ORDEM         *
      *    CRESCENTE, E GRAVAR A CORRESPONDENCIA NO MAPWORK (O OPEN    *
      *    OUTPUT ESVAZIA O CLUSTER, DEFINIDO COM REUSE)               *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-ATRIBUIR-SUBSTITUTOS       SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT MAPWORK

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1180-TESTAR-FS-MAPWORK

           MOVE 1                      TO WRK-IDX-FX

           PERFORM 3100-CALCULAR-FAIXA
              UNTIL WRK-IDX-FX         GREATER 10

           PERFORM 3010-RETORNAR-DOCUMENTO

           PERFORM 3200-ATRIBUIR-SUBSTITUTO
              UNTIL WRK-ESGOTOU-CLASSIFICACAO

           CLOSE MAPWORK

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1180-TESTAR-FS-MAPWORK.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    RETORNAR O PROXIMO DOCUMENTO DA CLASSIFICACAO               *
      ******************************************************************
      *----------------------------------------------------------------*
       3010-RETORNAR-DOCUMENTO         SECTION.
      *----------------------------------------------------------------*

           RETURN SARQSORT
               AT END
                  MOVE 'S'             TO WRK-FIM-CLASSIFICACAO
           END-RETURN.

      *----------------------------------------------------------------*
       3010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CALCULAR O INICIO, O LIMITE E O SALTO MAXIMO DA FAIXA - O   *
      *    SALTO MAXIMO RESERVA DUAS POSICOES POR OCORRENCIA LIBERADA  *
      *    NA FAIXA, UMA PARA O SUBSTITUTO E UMA PARA OS DESCARTES     *
      ******************************************************************
      *----------------------------------------------------------------*
       3100-CALCULAR-FAIXA             SECTION.
      *----------------------------------------------------------------*

           SUBTRACT 1                  FROM WRK-IDX-FX
                                       GIVING WRK-FX-ULTIMO (WRK-IDX-FX)

           MULTIPLY 100000000          BY WRK-FX-ULTIMO (WRK-IDX-FX)

           ADD 99999999                WRK-FX-ULTIMO (WRK-IDX-FX)
                                       GIVING WRK-FX-LIMITE (WRK-IDX-FX)

           MOVE ZEROS                  TO WRK-FX-SALTO-MAX (WRK-IDX-FX)

           IF WRK-FX-QTD (WRK-IDX-FX)  GREATER ZEROS
              MULTIPLY WRK-FX-QTD (WRK-IDX-FX)
                                       BY 2
                                       GIVING WRK-FX-FOLGA
              IF WRK-FX-FOLGA          LESS 99999999
                 SUBTRACT WRK-FX-FOLGA FROM 99999999
                                       GIVING WRK-FX-FOLGA
                 DIVIDE WRK-FX-FOLGA   BY WRK-FX-QTD (WRK-IDX-FX)
                                       GIVING
                                       WRK-FX-SALTO-MAX (WRK-IDX-FX)
              END-IF
           END-IF

           IF WRK-FX-SALTO-MAX (WRK-IDX-FX)
                                       LESS 1
              MOVE 1                   TO WRK-FX-SALTO-MAX (WRK-IDX-FX)
           END-IF

           ADD 1                       TO WRK-IDX-FX.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ATRIBUIR O SUBSTITUTO DO CPF-CGC CLASSIFICADO (UMA VEZ POR  *
      *    CPF-CGC, DEPOIS DE JUNTAR AS FILIAIS DE TODAS AS SUAS       *
      *    OCORRENCIAS): ULTIMO SUBSTITUTO DA FAIXA MAIS UM SALTO      *
      *    SORTEADO DE 1 ATE O SALTO MAXIMO, DESCARTANDO O CANDIDATO   *
      *    CUJO DIGITO DE CONTROLE SERIA 00. EM SEGUIDA, SORTEAR O     *
      *    FATOR DE VARIACAO DOS VALORES DO DOCUMENTO                  *
      ******************************************************************
      *----------------------------------------------------------------*
       3200-ATRIBUIR-SUBSTITUTO        SECTION.
      *----------------------------------------------------------------*

           MOVE SRT-CPF-CGC            TO WRK-DOC-ANTERIOR
           MOVE ZEROS                  TO WRK-QTD-FILIAIS

           PERFORM 3210-JUNTAR-FILIAL
              UNTIL WRK-ESGOTOU-CLASSIFICACAO
                 OR SRT-CPF-CGC        NOT EQUAL WRK-DOC-ANTERIOR

           DIVIDE WRK-DOC-ANTERIOR     BY 100000000
                                       GIVING WRK-IDX-FX

           ADD 1                       TO WRK-IDX-FX

           PERFORM 3300-SORTEAR

           MULTIPLY WRK-SORTEIO        BY WRK-FX-SALTO-MAX (WRK-IDX-FX)
                                       GIVING WRK-SORT-ESCALA

           DIVIDE WRK-SORT-ESCALA      BY 1000000000
                                       GIVING WRK-SALTO

           ADD 1                       TO WRK-SALTO

           ADD WRK-FX-ULTIMO (WRK-IDX-FX)
                                       WRK-SALTO
                                       GIVING WRK-CANDIDATO

           PERFORM 3400-VERIFICAR-CANDIDATO

           PERFORM 3410-DESCARTAR-CANDIDATO
              UNTIL WRK-CANDIDATO-ACEITO

           MOVE WRK-CANDIDATO          TO WRK-FX-ULTIMO (WRK-IDX-FX)

           PERFORM 3300-SORTEAR

           MULTIPLY WRK-SORTEIO        BY WRK-AMPLITUDE
                                       GIVING WRK-SORT-ESCALA

           DIVIDE WRK-SORT-ESCALA      BY 1000000000
                                       GIVING WRK-CENTESIMOS

           DIVIDE WRK-CENTESIMOS       BY 100
                                       GIVING WRK-FATOR-FRACAO

           MOVE SPACES                 TO RESTWMAP-REG-MAPA
           MOVE WRK-DOC-ANTERIOR       TO RESTWMAP-CPF-CGC
           MOVE WRK-CANDIDATO          TO RESTWMAP-SUBSTITUTO

           ADD WRK-FATOR-MINIMO        WRK-FATOR-FRACAO
                                       GIVING RESTWMAP-FATOR

           WRITE RESTWMAP-REG-MAPA

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1180-TESTAR-FS-MAPWORK

           ADD 1                       TO ACU-DOCS-MAPEADOS.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GUARDAR A FILIAL DA OCORRENCIA CORRENTE DO CPF-CGC, SE      *
      *    NUMERICA E AINDA NAO GUARDADA (AS OCORRENCIAS VEM EM ORDEM  *
      *    DE FILIAL), E RETORNAR A OCORRENCIA SEGUINTE                *
      ******************************************************************
      *----------------------------------------------------------------*
       3210-JUNTAR-FILIAL              SECTION.
      *----------------------------------------------------------------*

           IF SRT-FILIAL-CGC           NUMERIC
              IF WRK-QTD-FILIAIS       EQUAL ZEROS
                 OR SRT-FILIAL-CGC-N   NOT EQUAL
                                       WRK-FIL-CGC (WRK-QTD-FILIAIS)
                 ADD 1                 TO WRK-QTD-FILIAIS
                 MOVE SRT-FILIAL-CGC-N TO WRK-FIL-CGC (WRK-QTD-FILIAIS)
              END-IF
           END-IF

           PERFORM 3010-RETORNAR-DOCUMENTO.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SORTEAR O PROXIMO NUMERO DO GERADOR (0 A 999.999.999)       *
      ******************************************************************
      *----------------------------------------------------------------*
       3300-SORTEAR                    SECTION.
      *----------------------------------------------------------------*

           MULTIPLY WRK-SORTEIO        BY 31415821
                                       GIVING WRK-SORT-PRODUTO

           ADD 1                       TO WRK-SORT-PRODUTO

           DIVIDE WRK-SORT-PRODUTO     BY 1000000000
                                       GIVING WRK-SORT-QUOCIENTE
                                       REMAINDER WRK-SORTEIO.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    VERIFICAR O CANDIDATO A SUBSTITUTO - RECUSADO QUANDO O      *
      *    DIGITO DE CPF E 00, QUANDO, ABAIXO DE 100.000.000 (RAIZ DE  *
      *    CNPJ), O DIGITO DO CNPJ DA MATRIZ (FILIAL 0001) E 00, OU    *
      *    QUANDO O DIGITO DO CNPJ E 00 COM ALGUMA DAS FILIAIS COM QUE *
      *    O DOCUMENTO APARECE NOS ARQUIVOS, POIS A SEGUNDA PASSAGEM   *
      *    RECALCULA O DIGITO COM A FILIAL DE CADA REGISTRO. O         *
      *    CANDIDATO QUE PASSA DO LIMITE DA FAIXA INTERROMPE A         *
      *    EXTRACAO                                                    *
      ******************************************************************
      *----------------------------------------------------------------*
       3400-VERIFICAR-CANDIDATO        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-CANDIDATO-OK

           IF WRK-CANDIDATO            GREATER
                                       WRK-FX-LIMITE (WRK-IDX-FX)
              MOVE 'ESTOURO FAIXA'     TO WRK-OPERACAO
              MOVE 'MAPWORK'           TO WRK-ARQUIVO
              MOVE '99'                TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0180'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           MOVE WRK-CANDIDATO          TO WRK-DVC-CPF-CGC

           PERFORM 6550-CALCULAR-DV-CPF

           IF WRK-DV-CALCULADO-NUM     EQUAL ZEROS
              GO                       TO 3400-99-FIM
           END-IF

           IF WRK-CANDIDATO            LESS 100000000
              MOVE 1                   TO WRK-DVC-FILIAL-CGC
              PERFORM 6560-CALCULAR-DV-CNPJ
              IF WRK-DV-CALCULADO-NUM  EQUAL ZEROS
                 GO                    TO 3400-99-FIM
              END-IF
           END-IF

           MOVE 'N'                    TO WRK-DV-FILIAL
           MOVE 1                      TO WRK-IDX-FIL

           PERFORM 3420-VERIFICAR-FILIAL
              UNTIL WRK-IDX-FIL        GREATER WRK-QTD-FILIAIS
                 OR WRK-DV-FILIAL-ZERADO

           IF WRK-DV-FILIAL-ZERADO
              GO                       TO 3400-99-FIM
           END-IF

           MOVE 'S'                    TO WRK-CANDIDATO-OK.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    DESCARTAR O CANDIDATO RECUSADO E VERIFICAR O SEGUINTE       *
      ******************************************************************
      *----------------------------------------------------------------*
       3410-DESCARTAR-CANDIDATO        SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO WRK-CANDIDATO

           ADD 1                       TO ACU-CANDIDATOS-DESCARTADOS

           PERFORM 3400-VERIFICAR-CANDIDATO.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CALCULAR O DIGITO DE CNPJ DO CANDIDATO COM A PROXIMA FILIAL *
      *    DO DOCUMENTO E MARCAR QUANDO DA 00                          *
      ******************************************************************
      *----------------------------------------------------------------*
       3420-VERIFICAR-FILIAL           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-FIL-CGC (WRK-IDX-FIL)
                                       TO WRK-DVC-FILIAL-CGC

           PERFORM 6560-CALCULAR-DV-CNPJ

           IF WRK-DV-CALCULADO-NUM     EQUAL ZEROS
              MOVE 'S'                 TO WRK-DV-FILIAL
           END-IF

           ADD 1                       TO WRK-IDX-FIL.

      *----------------------------------------------------------------*
       3420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PROCEDIMENTOS FINAIS - O MAPWORK E ESVAZIADO PARA QUE A     *
      *    CORRESPONDENCIA NAO FIQUE GUARDADA DEPOIS DA EXTRACAO       *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           PERFORM 4100-EMITIR-RELATORIO

           PERFORM 4200-EMITIR-TOTAIS

           CLOSE PARMPSEU
                 MSTREST
                 MAPWORK
                 SARQPRES
                 SARQPLIG
                 SARQPRCB
                 SARQPMST
                 SARQPRJR
                 SARQPRJL
                 SARQRPSE

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1110-TESTAR-FS-PARMPSEU

           PERFORM 1150-TESTAR-FS-MSTREST

           PERFORM 1180-TESTAR-FS-MAPWORK

           PERFORM 1210-TESTAR-FS-SARQPRES

           PERFORM 1220-TESTAR-FS-SARQPLIG

           PERFORM 1230-TESTAR-FS-SARQPRCB

           PERFORM 1240-TESTAR-FS-SARQPMST

           PERFORM 1250-TESTAR-FS-SARQPRJR

           PERFORM 1260-TESTAR-FS-SARQPRJL

           PERFORM 1270-TESTAR-FS-SARQRPSE

           OPEN OUTPUT MAPWORK

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1180-TESTAR-FS-MAPWORK

           CLOSE MAPWORK

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1180-TESTAR-FS-MAPWORK

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR O QUADRO DOS ARQUIVOS EXTRAIDOS E O RESUMO DA        *
      *    SUBSTITUICAO                                                *
      ******************************************************************
      *----------------------------------------------------------------*
       4100-EMITIR-RELATORIO           SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRPSE           FROM WRK-LIN-COLUNAS

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1270-TESTAR-FS-SARQRPSE

           MOVE 'EARQREST'             TO WRK-ARQ-ENTRADA
           MOVE 'SARQPRES'             TO WRK-ARQ-SAIDA
           MOVE ACU-LIDOS-EARQREST     TO WRK-ARQ-LIDOS
           MOVE ACU-GRAVS-SARQPRES     TO WRK-ARQ-GRAVADOS
           MOVE ACU-TRAILERS-SARQPRES  TO WRK-ARQ-TRAILERS

           PERFORM 4110-GRAVAR-ARQUIVO

           MOVE 'EARQLIGC'             TO WRK-ARQ-ENTRADA
           MOVE 'SARQPLIG'             TO WRK-ARQ-SAIDA
           MOVE ACU-LIDOS-EARQLIGC     TO WRK-ARQ-LIDOS
           MOVE ACU-GRAVS-SARQPLIG     TO WRK-ARQ-GRAVADOS
           MOVE ACU-TRAILERS-SARQPLIG  TO WRK-ARQ-TRAILERS

           PERFORM 4110-GRAVAR-ARQUIVO

           MOVE 'EARQRCOB'             TO WRK-ARQ-ENTRADA
           MOVE 'SARQPRCB'             TO WRK-ARQ-SAIDA
           MOVE ACU-LIDOS-EARQRCOB     TO WRK-ARQ-LIDOS
           MOVE ACU-GRAVS-SARQPRCB     TO WRK-ARQ-GRAVADOS
           MOVE ACU-TRAILERS-SARQPRCB  TO WRK-ARQ-TRAILERS

           PERFORM 4110-GRAVAR-ARQUIVO

           MOVE 'MSTREST'              TO WRK-ARQ-ENTRADA
           MOVE 'SARQPMST'             TO WRK-ARQ-SAIDA
           MOVE ACU-LIDOS-MSTREST      TO WRK-ARQ-LIDOS
           MOVE ACU-GRAVS-SARQPMST     TO WRK-ARQ-GRAVADOS
           MOVE ZEROS                  TO WRK-ARQ-TRAILERS

           PERFORM 4110-GRAVAR-ARQUIVO

           MOVE 'EARQRJR'              TO WRK-ARQ-ENTRADA
           MOVE 'SARQPRJR'             TO WRK-ARQ-SAIDA
           MOVE ACU-LIDOS-EARQRJR      TO WRK-ARQ-LIDOS
           MOVE ACU-GRAVS-SARQPRJR     TO WRK-ARQ-GRAVADOS
           MOVE ZEROS                  TO WRK-ARQ-TRAILERS

           PERFORM 4110-GRAVAR-ARQUIVO

           MOVE 'EARQRJL'              TO WRK-ARQ-ENTRADA
           MOVE 'SARQPRJL'             TO WRK-ARQ-SAIDA
           MOVE ACU-LIDOS-EARQRJL      TO WRK-ARQ-LIDOS
           MOVE ACU-GRAVS-SARQPRJL     TO WRK-ARQ-GRAVADOS
           MOVE ZEROS                  TO WRK-ARQ-TRAILERS

           PERFORM 4110-GRAVAR-ARQUIVO

           WRITE FD-SARQRPSE           FROM WRK-LIN-BRANCO

           PERFORM 1270-TESTAR-FS-SARQRPSE

           WRITE FD-SARQRPSE           FROM WRK-LIN-TRACO

           PERFORM 1270-TESTAR-FS-SARQRPSE

           MOVE 'OCORRENCIAS DE DOCUMENTO CLASSIFICADAS ......'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DOCS-LIBERADOS     TO WRK-RES-QTD

           PERFORM 4120-GRAVAR-RESUMO

           MOVE 'DOCUMENTOS DISTINTOS COM SUBSTITUTO .........'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DOCS-MAPEADOS      TO WRK-RES-QTD

           PERFORM 4120-GRAVAR-RESUMO

           MOVE 'CANDIDATOS DESCARTADOS (DIGITO 00) ..........'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CANDIDATOS-DESCARTADOS
                                       TO WRK-RES-QTD

           PERFORM 4120-GRAVAR-RESUMO

           MOVE 'DOCUMENTOS SUBSTITUIDOS NOS ARQUIVOS ........'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DOCS-SUBSTITUIDOS  TO WRK-RES-QTD

           PERFORM 4120-GRAVAR-RESUMO

           MOVE 'DIGITOS INVALIDOS MANTIDOS INVALIDOS ........'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DV-INVALIDO-MANTIDO
                                       TO WRK-RES-QTD

           PERFORM 4120-GRAVAR-RESUMO

           MOVE 'DOCUMENTOS NAO NUMERICOS (MASCARADOS) OU ZERO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DOCS-INVALIDOS     TO WRK-RES-QTD

           PERFORM 4120-GRAVAR-RESUMO

           MOVE 'VALORES DESLOCADOS ..........................'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-VALORES-DESLOCADOS TO WRK-RES-QTD

           PERFORM 4120-GRAVAR-RESUMO

           MOVE 'VALORES MANTIDOS (ESTOURARIAM O CAMPO) ......'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-VALORES-MANTIDOS   TO WRK-RES-QTD

           PERFORM 4120-GRAVAR-RESUMO.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR UMA LINHA DO QUADRO DOS ARQUIVOS                     *
      ******************************************************************
      *----------------------------------------------------------------*
       4110-GRAVAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRPSE           FROM WRK-LIN-ARQUIVO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1270-TESTAR-FS-SARQRPSE.

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    GRAVAR UMA LINHA DO RESUMO FINAL                            *
      ******************************************************************
      *----------------------------------------------------------------*
       4120-GRAVAR-RESUMO              SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRPSE           FROM WRK-LIN-RESUMO

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1270-TESTAR-FS-SARQRPSE.

      *----------------------------------------------------------------*
       4120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    EMITIR TOTAIS                                               *
      ******************************************************************
      *----------------------------------------------------------------*
       4200-EMITIR-TOTAIS              SECTION.
      *----------------------------------------------------------------*

           DISPLAY
           '*********************** RESCDSC5 ***********************'.
           DISPLAY
           '*                                                      *'.
           DISPLAY
           '*     RESULTADO DA EXTRACAO PSEUDONIMIZADA:            *'.
           DISPLAY
           '*                                                      *'.

           MOVE ACU-LIDOS-EARQREST     TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO EARQREST       =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-EARQLIGC     TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO EARQLIGC       =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-EARQRCOB     TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO EARQRCOB       =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-MSTREST      TO WRK-MASC

           DISPLAY
           '* CHAVES LIDAS NO MSTREST           =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-EARQRJR      TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO EARQRJR        =>     ' WRK-MASC ' *'

           MOVE ACU-LIDOS-EARQRJL      TO WRK-MASC

           DISPLAY
           '* REGISTROS LIDOS NO EARQRJL        =>     ' WRK-MASC ' *'

           MOVE ACU-DOCS-MAPEADOS      TO WRK-MASC

           DISPLAY
           '* DOCUMENTOS COM SUBSTITUTO         =>     ' WRK-MASC ' *'

           MOVE ACU-DOCS-SUBSTITUIDOS  TO WRK-MASC

           DISPLAY
           '* DOCUMENTOS SUBSTITUIDOS           =>     ' WRK-MASC ' *'

           MOVE ACU-VALORES-DESLOCADOS TO WRK-MASC

           DISPLAY
           '* VALORES DESLOCADOS                =>     ' WRK-MASC ' *'

           DISPLAY
           '********************************************************'.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SEGUNDA PASSAGEM - REABRIR OS ARQUIVOS E COPIA-LOS COM OS   *
      *    DOCUMENTOS SUBSTITUIDOS, CONSULTANDO A CORRESPONDENCIA NO   *
      *    MAPWORK                                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       5000-GERAR-EXTRACAO             SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-FIM-EARQREST
                                          WRK-FIM-EARQLIGC
                                          WRK-FIM-EARQRCOB
                                          WRK-FIM-MSTREST
                                          WRK-FIM-EARQRJR
                                          WRK-FIM-EARQRJL

           MOVE ZEROS                  TO ACU-LIDOS-EARQREST
                                          ACU-LIDOS-EARQLIGC
                                          ACU-LIDOS-EARQRCOB
                                          ACU-LIDOS-MSTREST
                                          ACU-LIDOS-EARQRJR
                                          ACU-LIDOS-EARQRJL

           OPEN INPUT  EARQREST
                       EARQLIGC
                       EARQRJR
                       EARQRJL
                       MAPWORK

           MOVE WRK-ABERTURA           TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-EARQREST

           PERFORM 1130-TESTAR-FS-EARQLIGC

           PERFORM 1160-TESTAR-FS-EARQRJR

           PERFORM 1170-TESTAR-FS-EARQRJL

           PERFORM 1180-TESTAR-FS-MAPWORK

           IF WRK-COM-ARQ-COBRANCA
              OPEN INPUT EARQRCOB
              PERFORM 1140-TESTAR-FS-EARQRCOB
           END-IF

           PERFORM 5100-COPIAR-EARQREST
              UNTIL WRK-ESGOTOU-EARQREST

           PERFORM 5200-COPIAR-EARQLIGC
              UNTIL WRK-ESGOTOU-EARQLIGC

           IF WRK-COM-ARQ-COBRANCA
              PERFORM 5300-COPIAR-EARQRCOB
                 UNTIL WRK-ESGOTOU-EARQRCOB
           END-IF

           PERFORM 1590-POSICIONAR-MSTREST

           PERFORM 5400-COPIAR-MSTREST
              UNTIL WRK-ESGOTOU-MSTREST

           PERFORM 5500-COPIAR-EARQRJR
              UNTIL WRK-ESGOTOU-EARQRJR

           PERFORM 5600-COPIAR-EARQRJL
              UNTIL WRK-ESGOTOU-EARQRJL

           CLOSE EARQREST
                 EARQLIGC
                 EARQRJR
                 EARQRJL

           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO

           PERFORM 1120-TESTAR-FS-EARQREST

           PERFORM 1130-TESTAR-FS-EARQLIGC

           PERFORM 1160-TESTAR-FS-EARQRJR

           PERFORM 1170-TESTAR-FS-EARQRJL

           IF WRK-COM-ARQ-COBRANCA
              CLOSE EARQRCOB
              PERFORM 1140-TESTAR-FS-EARQRCOB
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    COPIAR O PROXIMO REGISTRO DO EARQREST - O HEADER ZERA A     *
      *    QUANTIDADE E O HASH DO SEGMENTO E O TRAILER RECEBE OS       *
      *    VALORES APURADOS SOBRE OS DETALHES JA SUBSTITUIDOS          *
      ******************************************************************
      *----------------------------------------------------------------*
       5100-COPIAR-EARQREST            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1510-LER-EARQREST

           IF WRK-ESGOTOU-EARQREST
              GO                       TO 5100-99-FIM
           END-IF

           IF RESCWRES-CTL-HEADER
              MOVE ZEROS               TO WRK-SEG-QTDE-REGS
                                          WRK-SEG-HASH-CPF-CGC
              GO                       TO 5100-90-GRAVAR
           END-IF

           IF RESCWRES-CTL-TRAILER
              MOVE WRK-SEG-QTDE-REGS   TO RESCWRES-CTL-QTDE-REGS
              MOVE WRK-SEG-HASH-CPF-CGC
                                       TO RESCWRES-CTL-HASH-CPF-CGC
              ADD 1                    TO ACU-TRAILERS-SARQPRES
              GO                       TO 5100-90-GRAVAR
           END-IF

           PERFORM 6100-PSEUDONIMIZAR-RESTRICAO

           ADD 1                       TO WRK-SEG-QTDE-REGS

           IF RESCWRES-CPF-CGC         NUMERIC
              ADD RESCWRES-CPF-CGC     TO WRK-SEG-HASH-CPF-CGC
           END-IF.

       5100-90-GRAVAR.

           WRITE FD-SARQPRES           FROM RESCWRES-REG-EARQREST

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1210-TESTAR-FS-SARQPRES

           ADD 1                       TO ACU-GRAVS-SARQPRES.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    COPIAR O PROXIMO REGISTRO DO EARQLIGC - O HASH DO SEGMENTO  *
      *    E SOBRE O DOCUMENTO PROPRIETARIO                            *
      ******************************************************************
      *----------------------------------------------------------------*
       5200-COPIAR-EARQLIGC            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1520-LER-EARQLIGC

           IF WRK-ESGOTOU-EARQLIGC
              GO                       TO 5200-99-FIM
           END-IF

           IF RESCWLIG-CTL-HEADER
              MOVE ZEROS               TO WRK-SEG-QTDE-REGS
                                          WRK-SEG-HASH-CPF-CGC
              GO                       TO 5200-90-GRAVAR
           END-IF

           IF RESCWLIG-CTL-TRAILER
              MOVE WRK-SEG-QTDE-REGS   TO RESCWLIG-CTL-QTDE-REGS
              MOVE WRK-SEG-HASH-CPF-CGC
                                       TO RESCWLIG-CTL-HASH-CPF-CNPJ
              ADD 1                    TO ACU-TRAILERS-SARQPLIG
              GO                       TO 5200-90-GRAVAR
           END-IF

           PERFORM 6200-PSEUDONIMIZAR-LIGACAO

           ADD 1                       TO WRK-SEG-QTDE-REGS

           IF RESCWLIG-CPF-CNPJ-PROP   NUMERIC
              ADD RESCWLIG-CPF-CNPJ-PROP
                                       TO WRK-SEG-HASH-CPF-CGC
           END-IF.

       5200-90-GRAVAR.

           WRITE FD-SARQPLIG           FROM RESCWLIG-REG-EARQLIGC

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1220-TESTAR-FS-SARQPLIG

           ADD 1                       TO ACU-GRAVS-SARQPLIG.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    COPIAR O PROXIMO REGISTRO DO EARQRCOB - A RESTRICAO E       *
      *    TRATADA NO LAYOUT DO EARQREST E A ORIGEM E MANTIDA          *
      ******************************************************************
      *----------------------------------------------------------------*
       5300-COPIAR-EARQRCOB            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1530-LER-EARQRCOB

           IF WRK-ESGOTOU-EARQRCOB
              GO                       TO 5300-99-FIM
           END-IF

           IF RESCWRCB-CTL-HEADER
              MOVE ZEROS               TO WRK-SEG-QTDE-REGS
                                          WRK-SEG-HASH-CPF-CGC
              GO                       TO 5300-90-GRAVAR
           END-IF

           IF RESCWRCB-CTL-TRAILER
              MOVE WRK-SEG-QTDE-REGS   TO RESCWRCB-CTL-QTDE-REGS
              MOVE WRK-SEG-HASH-CPF-CGC
                                       TO RESCWRCB-CTL-HASH-CPF-CGC
              ADD 1                    TO ACU-TRAILERS-SARQPRCB
              GO                       TO 5300-90-GRAVAR
           END-IF

           MOVE RESCWRCB-REG-RESTRICAO TO RESCWRES-REG-EARQREST

           PERFORM 6100-PSEUDONIMIZAR-RESTRICAO

           MOVE RESCWRES-REG-EARQREST  TO RESCWRCB-REG-RESTRICAO

           ADD 1                       TO WRK-SEG-QTDE-REGS

           IF RESCWRES-CPF-CGC         NUMERIC
              ADD RESCWRES-CPF-CGC     TO WRK-SEG-HASH-CPF-CGC
           END-IF.

       5300-90-GRAVAR.

           WRITE FD-SARQPRCB           FROM RESCWRCB-REG-EARQRCOB

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1230-TESTAR-FS-SARQPRCB

           ADD 1                       TO ACU-GRAVS-SARQPRCB.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    COPIAR A PROXIMA CHAVE DO MESTRE PARA A DESCARGA - A ORDEM  *
      *    DA CHAVE E PRESERVADA PELA SUBSTITUICAO                     *
      ******************************************************************
      *----------------------------------------------------------------*
       5400-COPIAR-MSTREST             SECTION.
      *----------------------------------------------------------------*

           PERFORM 1540-LER-MSTREST

           IF WRK-ESGOTOU-MSTREST
              GO                       TO 5400-99-FIM
           END-IF

           PERFORM 6300-PSEUDONIMIZAR-MESTRE

           WRITE FD-SARQPMST           FROM RESTWMST-REG-MESTRE

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1240-TESTAR-FS-SARQPMST

           ADD 1                       TO ACU-GRAVS-SARQPMST.

      *----------------------------------------------------------------*
       5400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    COPIAR O PROXIMO REJEITO DO EARQREST - MOTIVO, CICLOS E     *
      *    DATA DE ENTRADA NA FILA SAO MANTIDOS                        *
      ******************************************************************
      *----------------------------------------------------------------*
       5500-COPIAR-EARQRJR             SECTION.
      *----------------------------------------------------------------*

           PERFORM 1550-LER-EARQRJR

           IF WRK-ESGOTOU-EARQRJR
              GO                       TO 5500-99-FIM
           END-IF

           MOVE RESTWDRR-REG-ORIGINAL  TO RESCWRES-REG-EARQREST

           PERFORM 6100-PSEUDONIMIZAR-RESTRICAO

           MOVE RESCWRES-REG-EARQREST  TO RESTWDRR-REG-ORIGINAL

           WRITE FD-SARQPRJR           FROM RESTWDRR-REG-SARQRJR

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1250-TESTAR-FS-SARQPRJR

           ADD 1                       TO ACU-GRAVS-SARQPRJR.

      *----------------------------------------------------------------*
       5500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    COPIAR O PROXIMO REJEITO DO EARQLIGC - MOTIVO, CICLOS E     *
      *    DATA DE ENTRADA NA FILA SAO MANTIDOS                        *
      ******************************************************************
      *----------------------------------------------------------------*
       5600-COPIAR-EARQRJL             SECTION.
      *----------------------------------------------------------------*

           PERFORM 1560-LER-EARQRJL

           IF WRK-ESGOTOU-EARQRJL
              GO                       TO 5600-99-FIM
           END-IF

           MOVE RESTWDRL-REG-ORIGINAL  TO RESCWLIG-REG-EARQLIGC

           PERFORM 6200-PSEUDONIMIZAR-LIGACAO

           MOVE RESCWLIG-REG-EARQLIGC  TO RESTWDRL-REG-ORIGINAL

           WRITE FD-SARQPRJL           FROM RESTWDRL-REG-SARQRJL

           MOVE WRK-GRAVACAO           TO WRK-OPERACAO

           PERFORM 1260-TESTAR-FS-SARQPRJL

           ADD 1                       TO ACU-GRAVS-SARQPRJL.

      *----------------------------------------------------------------*
       5600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PSEUDONIMIZAR A RESTRICAO CARREGADA NO LAYOUT DO EARQREST   *
      *    (EARQREST, EARQRCOB E REJEITOS DO EARQREST) - CPF-CGC NAO   *
      *    NUMERICO SAI MASCARADO E ZERADO FICA COMO ESTA, E OS        *
      *    VALORES SEGUEM UM FATOR SORTEADO PARA O REGISTRO            *
      ******************************************************************
      *----------------------------------------------------------------*
       6100-PSEUDONIMIZAR-RESTRICAO    SECTION.
      *----------------------------------------------------------------*

           IF RESCWRES-CPF-CGC         NOT NUMERIC
              OR RESCWRES-CPF-CGC      EQUAL ZEROS
              MOVE RESCWRES-CPF-CGC    TO WRK-PSD-DOC-INVALIDO
              PERFORM 6400-MASCARAR-DOCUMENTO
              MOVE WRK-PSD-DOC-INVALIDO
                                       TO RESCWRES-CPF-CGC (1:9)
              PERFORM 6410-SORTEAR-FATOR-AVULSO
              GO                       TO 6100-50-DESLOCAR-VALORES
           END-IF

           MOVE RESCWRES-CPF-CGC       TO WRK-PSD-CPF-CGC
           MOVE 'N'                    TO WRK-PSD-DV-TRATAVEL

           IF RESCWRES-FILIAL-CGC      NUMERIC
              AND RESCWRES-CTRL-CPF    NUMERIC
              AND RESCWRES-CTRL-CPF    NOT EQUAL ZEROS
              MOVE RESCWRES-FILIAL-CGC TO WRK-PSD-FILIAL-CGC
              MOVE RESCWRES-CTRL-CPF   TO WRK-PSD-CTRL-CPF
              MOVE 'S'                 TO WRK-PSD-DV-TRATAVEL
           END-IF

           PERFORM 6500-SUBSTITUIR-DOCUMENTO

           MOVE WRK-PSD-CPF-CGC        TO RESCWRES-CPF-CGC

           IF WRK-PSD-TRATA-DV
              MOVE WRK-PSD-CTRL-CPF    TO RESCWRES-CTRL-CPF
           END-IF.

       6100-50-DESLOCAR-VALORES.

           IF RESCWRES-VALOR-MIN-IMPED
                                       NUMERIC
              MOVE RESCWRES-VALOR-MIN-IMPED
                                       TO WRK-VLR-ENTRADA
              MOVE WRK-LIMITE-VALOR-13 TO WRK-VLR-LIMITE
              PERFORM 6600-DESLOCAR-VALOR
              MOVE WRK-VLR-SAIDA       TO RESCWRES-VALOR-MIN-IMPED
           END-IF

           IF RESCWRES-VALOR-MAX-IMPED
                                       NUMERIC
              MOVE RESCWRES-VALOR-MAX-IMPED
                                       TO WRK-VLR-ENTRADA
              MOVE WRK-LIMITE-VALOR-13 TO WRK-VLR-LIMITE
              PERFORM 6600-DESLOCAR-VALOR
              MOVE WRK-VLR-SAIDA       TO RESCWRES-VALOR-MAX-IMPED
           END-IF

           IF RESCWRES-VALOR-TOT-IMPED
                                       NUMERIC
              MOVE RESCWRES-VALOR-TOT-IMPED
                                       TO WRK-VLR-ENTRADA
              MOVE WRK-LIMITE-VALOR-15 TO WRK-VLR-LIMITE
              PERFORM 6600-DESLOCAR-VALOR
              MOVE WRK-VLR-SAIDA       TO RESCWRES-VALOR-TOT-IMPED
           END-IF.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PSEUDONIMIZAR A LIGACAO CARREGADA NO LAYOUT DO EARQLIGC     *
      *    (EARQLIGC E REJEITOS DO EARQLIGC) - OS DOIS DOCUMENTOS SAO  *
      *    SUBSTITUIDOS E OS VALORES SEGUEM O FATOR DO PROPRIETARIO.   *
      *    DOCUMENTO NAO NUMERICO SAI MASCARADO E ZERADO FICA COMO     *
      *    ESTA; SEM PROPRIETARIO VALIDO O FATOR E SORTEADO            *
      ******************************************************************
      *----------------------------------------------------------------*
       6200-PSEUDONIMIZAR-LIGACAO      SECTION.
      *----------------------------------------------------------------*

           IF RESCWLIG-CCPF-CNPJ-LIG   NUMERIC
              AND RESCWLIG-CCPF-CNPJ-LIG
                                       NOT EQUAL ZEROS
              PERFORM 6210-SUBSTITUIR-LIGADO
           ELSE
              MOVE RESCWLIG-CCPF-CNPJ-LIG
                                       TO WRK-PSD-DOC-INVALIDO
              PERFORM 6400-MASCARAR-DOCUMENTO
              MOVE WRK-PSD-DOC-INVALIDO
                                       TO RESCWLIG-CCPF-CNPJ-LIG (1:9)
           END-IF

           IF RESCWLIG-CPF-CNPJ-PROP   NOT NUMERIC
              OR RESCWLIG-CPF-CNPJ-PROP
                                       EQUAL ZEROS
              MOVE RESCWLIG-CPF-CNPJ-PROP
                                       TO WRK-PSD-DOC-INVALIDO
              PERFORM 6400-MASCARAR-DOCUMENTO
              MOVE WRK-PSD-DOC-INVALIDO
                                       TO RESCWLIG-CPF-CNPJ-PROP (1:9)
              PERFORM 6410-SORTEAR-FATOR-AVULSO
              GO                       TO 6200-50-DESLOCAR-VALORES
           END-IF

           MOVE RESCWLIG-CPF-CNPJ-PROP TO WRK-PSD-CPF-CGC
           MOVE 'N'                    TO WRK-PSD-DV-TRATAVEL

           IF RESCWLIG-FILIAL-PROP     NUMERIC
              AND RESCWLIG-CTRL-PROP   NUMERIC
              AND RESCWLIG-CTRL-PROP   NOT EQUAL ZEROS
              MOVE RESCWLIG-FILIAL-PROP
                                       TO WRK-PSD-FILIAL-CGC
              MOVE RESCWLIG-CTRL-PROP  TO WRK-PSD-CTRL-CPF
              MOVE 'S'                 TO WRK-PSD-DV-TRATAVEL
           END-IF

           PERFORM 6500-SUBSTITUIR-DOCUMENTO

           MOVE WRK-PSD-CPF-CGC        TO RESCWLIG-CPF-CNPJ-PROP

           IF WRK-PSD-TRATA-DV
              MOVE WRK-PSD-CTRL-CPF    TO RESCWLIG-CTRL-PROP
           END-IF.

       6200-50-DESLOCAR-VALORES.

           IF RESCWLIG-VALOR-MIN-IMPED
                                       NUMERIC
              MOVE RESCWLIG-VALOR-MIN-IMPED
                                       TO WRK-VLR-ENTRADA
              MOVE WRK-LIMITE-VALOR-13 TO WRK-VLR-LIMITE
              PERFORM 6600-DESLOCAR-VALOR
              MOVE WRK-VLR-SAIDA       TO RESCWLIG-VALOR-MIN-IMPED
           END-IF

           IF RESCWLIG-VALOR-MAX-IMPED
                                       NUMERIC
              MOVE RESCWLIG-VALOR-MAX-IMPED
                                       TO WRK-VLR-ENTRADA
              MOVE WRK-LIMITE-VALOR-13 TO WRK-VLR-LIMITE
              PERFORM 6600-DESLOCAR-VALOR
              MOVE WRK-VLR-SAIDA       TO RESCWLIG-VALOR-MAX-IMPED
           END-IF

           IF RESCWLIG-VALOR-TOT-IMPED
                                       NUMERIC
              MOVE RESCWLIG-VALOR-TOT-IMPED
                                       TO WRK-VLR-ENTRADA
              MOVE WRK-LIMITE-VALOR-15 TO WRK-VLR-LIMITE
              PERFORM 6600-DESLOCAR-VALOR
              MOVE WRK-VLR-SAIDA       TO RESCWLIG-VALOR-TOT-IMPED
           END-IF.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SUBSTITUIR O DOCUMENTO LIGADO DA LIGACAO                    *
      ******************************************************************
      *----------------------------------------------------------------*
       6210-SUBSTITUIR-LIGADO          SECTION.
      *----------------------------------------------------------------*

           MOVE RESCWLIG-CCPF-CNPJ-LIG TO WRK-PSD-CPF-CGC
           MOVE 'N'                    TO WRK-PSD-DV-TRATAVEL

           IF RESCWLIG-CFLIAL-LIG      NUMERIC
              AND RESCWLIG-CTRL-LIG    NUMERIC
              AND RESCWLIG-CTRL-LIG    NOT EQUAL ZEROS
              MOVE RESCWLIG-CFLIAL-LIG TO WRK-PSD-FILIAL-CGC
              MOVE RESCWLIG-CTRL-LIG   TO WRK-PSD-CTRL-CPF
              MOVE 'S'                 TO WRK-PSD-DV-TRATAVEL
           END-IF

           PERFORM 6500-SUBSTITUIR-DOCUMENTO

           MOVE WRK-PSD-CPF-CGC        TO RESCWLIG-CCPF-CNPJ-LIG

           IF WRK-PSD-TRATA-DV
              MOVE WRK-PSD-CTRL-CPF    TO RESCWLIG-CTRL-LIG
           END-IF.

      *----------------------------------------------------------------*
       6210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    PSEUDONIMIZAR A CHAVE LIDA DO MESTRE                        *
      ******************************************************************
      *----------------------------------------------------------------*
       6300-PSEUDONIMIZAR-MESTRE       SECTION.
      *----------------------------------------------------------------*

           IF RESTWMST-CPF-CGC         NOT NUMERIC
              OR RESTWMST-CPF-CGC      EQUAL ZEROS
              MOVE RESTWMST-CPF-CGC    TO WRK-PSD-DOC-INVALIDO
              PERFORM 6400-MASCARAR-DOCUMENTO
              MOVE WRK-PSD-DOC-INVALIDO
                                       TO RESTWMST-CPF-CGC (1:9)
              PERFORM 6410-SORTEAR-FATOR-AVULSO
              GO                       TO 6300-50-DESLOCAR-VALORES
           END-IF

           MOVE RESTWMST-CPF-CGC       TO WRK-PSD-CPF-CGC
           MOVE 'N'                    TO WRK-PSD-DV-TRATAVEL

           IF RESTWMST-FILIAL-CGC      NUMERIC
              AND RESTWMST-CTRL-CPF    NUMERIC
              AND RESTWMST-CTRL-CPF    NOT EQUAL ZEROS
              MOVE RESTWMST-FILIAL-CGC TO WRK-PSD-FILIAL-CGC
              MOVE RESTWMST-CTRL-CPF   TO WRK-PSD-CTRL-CPF
              MOVE 'S'                 TO WRK-PSD-DV-TRATAVEL
           END-IF

           PERFORM 6500-SUBSTITUIR-DOCUMENTO

           MOVE WRK-PSD-CPF-CGC        TO RESTWMST-CPF-CGC

           IF WRK-PSD-TRATA-DV
              MOVE WRK-PSD-CTRL-CPF    TO RESTWMST-CTRL-CPF
           END-IF.

       6300-50-DESLOCAR-VALORES.

           IF RESTWMST-VALOR-MIN-IMPED
                                       NUMERIC
              MOVE RESTWMST-VALOR-MIN-IMPED
                                       TO WRK-VLR-ENTRADA
              MOVE WRK-LIMITE-VALOR-13 TO WRK-VLR-LIMITE
              PERFORM 6600-DESLOCAR-VALOR
              MOVE WRK-VLR-SAIDA       TO RESTWMST-VALOR-MIN-IMPED
           END-IF

           IF RESTWMST-VALOR-MAX-IMPED
                                       NUMERIC
              MOVE RESTWMST-VALOR-MAX-IMPED
                                       TO WRK-VLR-ENTRADA
              MOVE WRK-LIMITE-VALOR-13 TO WRK-VLR-LIMITE
              PERFORM 6600-DESLOCAR-VALOR
              MOVE WRK-VLR-SAIDA       TO RESTWMST-VALOR-MAX-IMPED
           END-IF

           IF RESTWMST-VALOR-TOT-IMPED
                                       NUMERIC
              MOVE RESTWMST-VALOR-TOT-IMPED
                                       TO WRK-VLR-ENTRADA
              MOVE WRK-LIMITE-VALOR-15 TO WRK-VLR-LIMITE
              PERFORM 6600-DESLOCAR-VALOR
              MOVE WRK-VLR-SAIDA       TO RESTWMST-VALOR-TOT-IMPED
           END-IF.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    MASCARAR O DOCUMENTO SEM SUBSTITUTO CARREGADO EM            *
      *    WRK-PSD-DOC-INVALIDO - O NAO NUMERICO, QUE PODE TRAZER      *
      *    PARTE DE UM DOCUMENTO REAL, VOLTA TODO EM X E CONTINUA      *
      *    RECUSADO NA CONSISTENCIA DO RESCDSA1; O ZERADO VOLTA IGUAL  *
      ******************************************************************
      *----------------------------------------------------------------*
       6400-MASCARAR-DOCUMENTO         SECTION.
      *----------------------------------------------------------------*

           IF WRK-PSD-DOC-INVALIDO     NOT NUMERIC
              MOVE ALL 'X'             TO WRK-PSD-DOC-INVALIDO
           END-IF

           ADD 1                       TO ACU-DOCS-INVALIDOS.

      *----------------------------------------------------------------*
       6400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SORTEAR O FATOR DOS VALORES DE UM REGISTRO SEM DOCUMENTO    *
      *    SUBSTITUIDO, NA MESMA FAIXA DO FATOR DOS DOCUMENTOS         *
      ******************************************************************
      *----------------------------------------------------------------*
       6410-SORTEAR-FATOR-AVULSO       SECTION.
      *----------------------------------------------------------------*

           PERFORM 3300-SORTEAR

           MULTIPLY WRK-SORTEIO        BY WRK-AMPLITUDE
                                       GIVING WRK-SORT-ESCALA

           DIVIDE WRK-SORT-ESCALA      BY 1000000000
                                       GIVING WRK-CENTESIMOS

           DIVIDE WRK-CENTESIMOS       BY 100
                                       GIVING WRK-FATOR-FRACAO

           ADD WRK-FATOR-MINIMO        WRK-FATOR-FRACAO
                                       GIVING WRK-PSD-FATOR.

      *----------------------------------------------------------------*
       6410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    SUBSTITUIR O DOCUMENTO CARREGADO EM WRK-PSD-CPF-CGC PELO    *
      *    SEU SUBSTITUTO NO MAPWORK E DEVOLVER O FATOR DOS VALORES.   *
      *    COM DIGITO TRATAVEL, O DIGITO E RECALCULADO PARA O MESMO    *
      *    TIPO DO ORIGINAL (CPF OU CNPJ); DIGITO ORIGINAL QUE NAO     *
      *    CONFERE NEM COMO CPF NEM COMO CNPJ CONTINUA SEM CONFERIR    *
      *    COM O SUBSTITUTO                                            *
      ******************************************************************
      *----------------------------------------------------------------*
       6500-SUBSTITUIR-DOCUMENTO       SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PSD-CPF-CGC        TO RESTWMAP-CPF-CGC

           READ MAPWORK

           IF WRK-FS-MAPWORK           EQUAL '23'
              MOVE 'SEM SUBSTITUTO'    TO WRK-OPERACAO
              MOVE 'MAPWORK'           TO WRK-ARQUIVO
              MOVE WRK-FS-MAPWORK      TO WRK-FS
              MOVE 'APL'               TO ERR-TIPO-ACESSO
              MOVE '0190'              TO ERR-LOCAL
              MOVE WRK-TEXTO           TO ERR-TEXTO
              PERFORM 9999-ROTINA-ERRO
           END-IF

           MOVE WRK-LEITURA            TO WRK-OPERACAO

           PERFORM 1180-TESTAR-FS-MAPWORK

           MOVE RESTWMAP-FATOR         TO WRK-PSD-FATOR

           ADD 1                       TO ACU-DOCS-SUBSTITUIDOS

           IF NOT WRK-PSD-TRATA-DV
              MOVE RESTWMAP-SUBSTITUTO TO WRK-PSD-CPF-CGC
              GO                       TO 6500-99-FIM
           END-IF

           PERFORM 6520-IDENTIFICAR-DOCUMENTO

           MOVE RESTWMAP-SUBSTITUTO    TO WRK-PSD-CPF-CGC
                                          WRK-DVC-CPF-CGC
           MOVE WRK-PSD-FILIAL-CGC     TO WRK-DVC-FILIAL-CGC

           IF WRK-PSD-CPF
              PERFORM 6550-CALCULAR-DV-CPF
              MOVE WRK-DV-CALCULADO-NUM
                                       TO WRK-PSD-CTRL-CPF
              GO                       TO 6500-99-FIM
           END-IF

           PERFORM 6560-CALCULAR-DV-CNPJ

           IF WRK-PSD-CNPJ
              MOVE WRK-DV-CALCULADO-NUM
                                       TO WRK-PSD-CTRL-CPF
              GO                       TO 6500-99-FIM
           END-IF

           MOVE WRK-DV-CALCULADO-NUM   TO WRK-PSD-DV-CNPJ
                                          WRK-PSD-DV-CPF

           IF WRK-PSD-FILIAL-CGC       EQUAL 1
              PERFORM 6550-CALCULAR-DV-CPF
              MOVE WRK-DV-CALCULADO-NUM
                                       TO WRK-PSD-DV-CPF
           END-IF

           PERFORM 6570-AVANCAR-DV-INVALIDO
              UNTIL WRK-PSD-CTRL-CPF   NOT EQUAL WRK-PSD-DV-CPF
                AND WRK-PSD-CTRL-CPF   NOT EQUAL WRK-PSD-DV-CNPJ
                AND WRK-PSD-CTRL-CPF   NOT EQUAL ZEROS

           ADD 1                       TO ACU-DV-INVALIDO-MANTIDO.

      *----------------------------------------------------------------*
       6500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    IDENTIFICAR O TIPO DO DOCUMENTO ORIGINAL PELO DIGITO DE     *
      *    CONTROLE, NA MESMA ORDEM DA CONSISTENCIA DO RESCDSA1: CPF   *
      *    QUANDO A FILIAL-CGC E 1 E O DIGITO DO CPF CONFERE, SENAO    *
      *    CNPJ QUANDO O DIGITO DO CNPJ CONFERE, SENAO INVALIDO        *
      ******************************************************************
      *----------------------------------------------------------------*
       6520-IDENTIFICAR-DOCUMENTO      SECTION.
      *----------------------------------------------------------------*

           MOVE 'X'                    TO WRK-PSD-TIPO-DOC

           IF WRK-PSD-FILIAL-CGC       EQUAL 1
              MOVE ZEROS               TO WRK-DOC-BASE
              MOVE WRK-PSD-CPF-CGC     TO WRK-DOC-BASE-CPF
              MOVE 9                   TO WRK-DV-QTD-DIGITOS
              MOVE WRK-PESOS-CPF-DV1   TO WRK-PESOS-DV1-USO
              MOVE WRK-PESOS-CPF-DV2   TO WRK-PESOS-DV2-USO
              MOVE WRK-PSD-CTRL-CPF    TO WRK-DV-INFORMADO
              PERFORM 6530-VERIFICAR-DIGITO-DOC
              IF WRK-DV-CONFERE
                 MOVE 'F'              TO WRK-PSD-TIPO-DOC
                 GO                    TO 6520-99-FIM
              END-IF
           END-IF

           MOVE WRK-PSD-CPF-CGC        TO WRK-DOC-CPF-CGC
           MOVE ZEROS                  TO WRK-DOC-BASE
           MOVE WRK-DOC-RAIZ-CNPJ      TO WRK-DOC-BASE-RAIZ
           MOVE WRK-PSD-FILIAL-CGC     TO WRK-DOC-BASE-FILIAL
           MOVE 12                     TO WRK-DV-QTD-DIGITOS
           MOVE WRK-PESOS-CNPJ-DV1     TO WRK-PESOS-DV1-USO
           MOVE WRK-PESOS-CNPJ-DV2     TO WRK-PESOS-DV2-USO
           MOVE WRK-PSD-CTRL-CPF       TO WRK-DV-INFORMADO

           PERFORM 6530-VERIFICAR-DIGITO-DOC

           IF WRK-DV-CONFERE
              MOVE 'J'                 TO WRK-PSD-TIPO-DOC
           END-IF.

      *----------------------------------------------------------------*
       6520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CALCULAR O DIGITO DE CONTROLE DO DOCUMENTO CARREGADO EM     *
      *    WRK-DOC-BASE (MODULO 11) E CONFERIR COM O DIGITO INFORMADO  *
      *    - O CHAMADOR INFORMA A QUANTIDADE DE DIGITOS DA BASE E AS   *
      *    TABELAS DE PESOS DE CADA DIGITO (O SEGUNDO DIGITO INCLUI O  *
      *    PRIMEIRO COM PESO 2)                                        *
      ******************************************************************
      *----------------------------------------------------------------*
       6530-VERIFICAR-DIGITO-DOC       SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-DV-CONFERIDO

           MOVE WRK-PESOS-DV1-USO      TO WRK-PESOS-ATIVOS
           MOVE ZEROS                  TO WRK-DV-SOMA
           MOVE 1                      TO WRK-IDX-DV

           PERFORM 6532-ACUMULAR-PRODUTO-DV
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

           PERFORM 6532-ACUMULAR-PRODUTO-DV
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
       6530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ACUMULAR O PRODUTO DE UM DIGITO DA BASE PELO SEU PESO NA    *
      *    SOMA DO MODULO 11                                           *
      ******************************************************************
      *----------------------------------------------------------------*
       6532-ACUMULAR-PRODUTO-DV        SECTION.
      *----------------------------------------------------------------*

           MULTIPLY WRK-DOC-DIG (WRK-IDX-DV)
                                       BY WRK-PESO-ATIVO (WRK-IDX-DV)
                                       GIVING WRK-DV-PRODUTO

           ADD WRK-DV-PRODUTO          TO WRK-DV-SOMA

           ADD 1                       TO WRK-IDX-DV.

      *----------------------------------------------------------------*
       6532-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CALCULAR O DIGITO DE CPF DE WRK-DVC-CPF-CGC - DEVOLVIDO EM  *
      *    WRK-DV-CALCULADO-NUM                                        *
      ******************************************************************
      *----------------------------------------------------------------*
       6550-CALCULAR-DV-CPF            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-DOC-BASE
           MOVE WRK-DVC-CPF-CGC        TO WRK-DOC-BASE-CPF
           MOVE 9                      TO WRK-DV-QTD-DIGITOS
           MOVE WRK-PESOS-CPF-DV1      TO WRK-PESOS-DV1-USO
           MOVE WRK-PESOS-CPF-DV2      TO WRK-PESOS-DV2-USO
           MOVE ZEROS                  TO WRK-DV-INFORMADO

           PERFORM 6530-VERIFICAR-DIGITO-DOC.

      *----------------------------------------------------------------*
       6550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    CALCULAR O DIGITO DE CNPJ DA RAIZ EM WRK-DVC-CPF-CGC COM A  *
      *    FILIAL EM WRK-DVC-FILIAL-CGC - DEVOLVIDO EM                 *
      *    WRK-DV-CALCULADO-NUM                                        *
      ******************************************************************
      *----------------------------------------------------------------*
       6560-CALCULAR-DV-CNPJ           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DVC-CPF-CGC        TO WRK-DOC-CPF-CGC
           MOVE ZEROS                  TO WRK-DOC-BASE
           MOVE WRK-DOC-RAIZ-CNPJ      TO WRK-DOC-BASE-RAIZ
           MOVE WRK-DVC-FILIAL-CGC     TO WRK-DOC-BASE-FILIAL
           MOVE 12                     TO WRK-DV-QTD-DIGITOS
           MOVE WRK-PESOS-CNPJ-DV1     TO WRK-PESOS-DV1-USO
           MOVE WRK-PESOS-CNPJ-DV2     TO WRK-PESOS-DV2-USO
           MOVE ZEROS                  TO WRK-DV-INFORMADO

           PERFORM 6530-VERIFICAR-DIGITO-DOC.

      *----------------------------------------------------------------*
       6560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    AVANCAR O DIGITO INVALIDO PARA O PROXIMO VALOR (99 VOLTA    *
      *    PARA 01), ATE NAO CONFERIR COM O SUBSTITUTO                 *
      ******************************************************************
      *----------------------------------------------------------------*
       6570-AVANCAR-DV-INVALIDO        SECTION.
      *----------------------------------------------------------------*

           IF WRK-PSD-CTRL-CPF         EQUAL 99
              MOVE 1                   TO WRK-PSD-CTRL-CPF
           ELSE
              ADD 1                    TO WRK-PSD-CTRL-CPF
           END-IF.

      *----------------------------------------------------------------*
       6570-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    DESLOCAR O VALOR EM WRK-VLR-ENTRADA PELO FATOR DO DOCUMENTO *
      *    - O RESULTADO QUE PASSARIA DE WRK-VLR-LIMITE (TAMANHO DO    *
      *    CAMPO) MANTEM O VALOR ORIGINAL                              *
      ******************************************************************
      *----------------------------------------------------------------*
       6600-DESLOCAR-VALOR             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-VLR-ENTRADA        TO WRK-VLR-SAIDA

           IF WRK-PSD-FATOR            EQUAL 100
              OR WRK-VLR-ENTRADA       EQUAL ZEROS
              GO                       TO 6600-99-FIM
           END-IF

           DIVIDE WRK-PSD-FATOR        BY 100
                                       GIVING WRK-VLR-MULTIPLICADOR

           MULTIPLY WRK-VLR-ENTRADA    BY WRK-VLR-MULTIPLICADOR
                                       GIVING WRK-VLR-CALCULADO ROUNDED

           IF WRK-VLR-CALCULADO        GREATER WRK-VLR-LIMITE
              ADD 1                    TO ACU-VALORES-MANTIDOS
              GO                       TO 6600-99-FIM
           END-IF

           MOVE WRK-VLR-CALCULADO      TO WRK-VLR-SAIDA

           ADD 1                       TO ACU-VALORES-DESLOCADOS.

      *----------------------------------------------------------------*
       6600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PARA TRATAMENTO DE ERROS - O MAPWORK QUE FICA COM A  *
      *    CORRESPONDENCIA NUMA EXECUCAO INTERROMPIDA E ESVAZIADO NA   *
      *    EXECUCAO SEGUINTE                                           *
      ******************************************************************
      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'RESCDSC5'             TO ERR-PGM

           CALL 'BRAD7100'             USING WRK-BATCH
                                             ERRO-AREA

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
