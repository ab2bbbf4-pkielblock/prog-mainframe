       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG058.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 26/09/2026.
       DATE-COMPILED. 26/09/2026.
      *--------------------------------------------------------------*
      *    FATURAMENTO SEMESTRAL DE MENSALIDADES - VARRE O MESTRE     *
      *    ALUNOUT E, PARA CADA ALUNO DE CURSO ATIVO NO CURSOCAT,     *
      *    BUSCA NA TABELA DE PRECOS (MENSPREC, LAYOUT CGMENPRC) A    *
      *    MENSALIDADE DO CURSO VIGENTE NO INICIO DO SEMESTRE,        *
      *    ABATE O DESCONTO DO CADASTRO DE BOLSAS (BOLSAS, LAYOUT     *
      *    CGBOLSA, PELA MATRICULA) E GRAVA NO MENSALID (LAYOUT       *
      *    CGMENSAL) UMA COBRANCA POR PARCELA DO SEMESTRE, COM O      *
      *    NOSSO NUMERO NO FORMATO DA REMESSA DE BOLETOS (CGPRG047).  *
      *    O MENSALID E PERMANENTE: ALUNO QUE JA TEM COBRANCA DO      *
      *    SEMESTRE NAO E FATURADO DE NOVO NUMA RODADA REPETIDA, E O  *
      *    SEQUENCIAL DO ALUNO CONTINUA DO MAIOR JA GRAVADO - ALUNO   *
      *    QUE ENTRA NO MEIO DO SEMESTRE E FATURADO NA RODADA         *
      *    SEGUINTE SEM MEXER NO NOSSO NUMERO DOS DEMAIS.             *
      *    A PRIMEIRA PARCELA VENCE EM JANEIRO (SEMESTRE 1) OU JULHO  *
      *    (SEMESTRE 2), UMA POR MES, NO DIA DO CARTAO - POR ISSO A   *
      *    TABELA ACEITA DE 1 A 6 PARCELAS POR SEMESTRE. BOLSA        *
      *    INTEGRAL (DESCONTO = MENSALIDADE) NAO GERA COBRANCA.       *
      *    O REGISTRO DE FATURAMENTO (FATREL) SAI POR DEPARTAMENTO E  *
      *    CURSO, COM OS ALUNOS FATURADOS E OS TOTAIS DO SEMESTRE.    *
      *    CARTAO DE PARAMETRO (SYSIN): SEMESTRE (AAAAS) + DIA DE     *
      *    VENCIMENTO (99).                                           *
      *    DEPTOS COM MAIS DE 20 DEPARTAMENTOS OU MAIS DE 3000 ALUNOS *
      *    JA FATURADOS NO SEMESTRE CANCELAM A RODADA (RC 08) - ALUNO *
      *    FORA DA TABELA SERIA FATURADO DE NOVO.                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "R$ " WITH PICTURE SYMBOL "$"
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *------------*
           SELECT SYSIN     ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.
           SELECT ALUNOUT   ASSIGN TO "ALUNOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-NUMERO-ALU
               FILE STATUS IS WS-FS-ALUNOUT.
           SELECT CURSOCAT  ASSIGN TO "CURSOCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-NOME-CURSO
               FILE STATUS IS WS-FS-CURSOCAT.
           SELECT DEPTOS    ASSIGN TO "DEPTOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEPTOS.
           SELECT MENSPREC  ASSIGN TO "MENSPREC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MENSPREC.
           SELECT BOLSAS    ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-MATRICULA
               FILE STATUS IS WS-FS-BOLSAS.
           SELECT MENSALID  ASSIGN TO "MENSALID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MENSALID.
           SELECT FATREL    ASSIGN TO "FATREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.
           SELECT EXCEPREL  ASSIGN TO "EXCEPREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPREL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> CARTAO DE PARAMETRO DO FATURAMENTO
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-SEMESTRE.
               10  WS-PARM-ANO        PIC 9(04).
               10  WS-PARM-ANO-R  REDEFINES WS-PARM-ANO.
                   15  WS-PARM-SECULO PIC 9(02).
                   15  WS-PARM-ANO2   PIC 9(02).
               10  WS-PARM-SEM        PIC 9(01).
           05  WS-PARM-SEMESTRE-N REDEFINES WS-PARM-SEMESTRE
                                      PIC 9(05).
           05  WS-PARM-DIA-VENC       PIC 9(02).

       FD  ALUNOUT
           LABEL RECORDS ARE STANDARD.
           COPY CGALUNOF.

       FD  CURSOCAT
           LABEL RECORDS ARE STANDARD.
           COPY CGCURCAT.

       FD  DEPTOS
           LABEL RECORDS ARE STANDARD.
           COPY CGDEPTO.

       FD  MENSPREC
           LABEL RECORDS ARE STANDARD.
           COPY CGMENPRC.

       FD  BOLSAS
           LABEL RECORDS ARE STANDARD.
           COPY CGBOLSA.

       FD  MENSALID
           LABEL RECORDS ARE STANDARD.
           COPY CGMENSAL.

       FD  FATREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-FATREL              PIC X(80).

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.

       FD  EXCEPREL
           LABEL RECORDS ARE STANDARD.
           COPY CGEXCEP.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01) VALUE "N".
           05  WS-ABEND               PIC X(01) VALUE "N".
           05  WS-FIM-AUX             PIC X(01).
           05  WS-BOLSAS-ABERTO       PIC X(01) VALUE "N".
           05  WS-CC-ACHOU            PIC X(01).
           05  WS-BL-ACHOU            PIC X(01).
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTFATUR             PIC 9(05) VALUE ZEROS.
           05  WS-CTCOBRANCA          PIC 9(07) VALUE ZEROS.
           05  WS-CTJAFAT             PIC 9(05) VALUE ZEROS.
           05  WS-CTINATIVO           PIC 9(05) VALUE ZEROS.
           05  WS-CTINTEGRAL          PIC 9(05) VALUE ZEROS.
           05  WS-CTDESCONTO          PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-FS-SYSIN            PIC X(02).
           05  WS-FS-ALUNOUT          PIC X(02).
           05  WS-FS-CURSOCAT         PIC X(02).
           05  WS-FS-DEPTOS           PIC X(02).
           05  WS-FS-MENSPREC         PIC X(02).
           05  WS-FS-BOLSAS           PIC X(02).
           05  WS-FS-MENSALID         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).

      *-----> INICIO DO SEMESTRE (AAAAMMDD) - REFERENCIA DA VIGENCIA
      *       DO PRECO E MES DA PRIMEIRA PARCELA
       01  WS-INICIO-SEMESTRE.
           05  WS-IS-ANO              PIC 9(04).
           05  WS-IS-MES              PIC 9(02).
           05  WS-IS-DIA              PIC 9(02).
       01  WS-INICIO-SEMESTRE-N  REDEFINES WS-INICIO-SEMESTRE
                                      PIC 9(08).

      *-----> VALORES DO ALUNO (POR MENSALIDADE) E DO FATURAMENTO
       01  WS-AREA-VALORES.
           05  WS-VL-MENSAL           PIC 9(06)V99.
           05  WS-VL-DESC             PIC 9(06)V99.
           05  WS-VL-LIQ              PIC 9(06)V99.
           05  WS-VL-SEM-BRUTO        PIC 9(08)V99.
           05  WS-VL-SEM-DESC         PIC 9(08)V99.
           05  WS-VL-SEM-LIQ          PIC 9(08)V99.
           05  WS-VL-FATURADO         PIC 9(11)V99 VALUE ZEROS.
           05  WS-MES-PARC            PIC 9(02).
           05  WS-NRPARC              PIC 9(02).
           05  WS-SEQ-ALUNO           PIC 9(07).
           05  WS-ULT-SEQ             PIC 9(07) VALUE ZEROS.

      *-----> TABELA DE PRECOS CARREGADA DO MENSPREC
       77  WS-QTDE-PRC                PIC 9(03) VALUE ZEROS.
       77  WS-PR-I                    PIC 9(03).
       77  WS-PR-IDX                  PIC 9(03).
       01  WS-TAB-PRECOS.
           05  WS-PRECO  OCCURS 200 TIMES.
               10  WS-PR-CURSO         PIC X(12).
               10  WS-PR-VIGENCIA      PIC 9(08).
               10  WS-PR-MENSAL        PIC 9(06)V99.
               10  WS-PR-QTDPARC       PIC 9(02).

      *-----> CADASTRO DE DEPARTAMENTOS CARREGADO DO DEPTOS, COM OS
      *       TOTAIS FATURADOS NO SEMESTRE
       77  WS-QTDE-DEPTOS             PIC 99      VALUE ZEROS.
       77  WS-D-I                     PIC 99.
       77  WS-D-IDX                   PIC 99.
       77  WS-D-ACHOU                 PIC X(01).
       01  WS-TAB-DEPTOS.
           05  WS-TAB-DEPTO  OCCURS 20 TIMES.
               10  WS-D-NUMERO          PIC 9(04).
               10  WS-D-NOME            PIC X(15).
               10  WS-D-QTD             PIC 9(05).
               10  WS-D-BRUTO           PIC 9(09)V99.
               10  WS-D-DESC            PIC 9(09)V99.
               10  WS-D-LIQ             PIC 9(09)V99.

      *-----> CURSOS FATURADOS NA RODADA (MESMO PADRAO DO CGPRG030)
       77  WS-QTDE-CURSOS             PIC 99      VALUE ZEROS.
       77  WS-C-I                     PIC 99.
       77  WS-C-IDX                   PIC 99.
       77  WS-C-ACHOU                 PIC X(01).
       01  WS-TAB-CURSOS.
           05  WS-TAB-CURSO  OCCURS 20 TIMES.
               10  WS-C-NOME            PIC X(12).
               10  WS-C-OFICIAL         PIC X(25).
               10  WS-C-DEPTO           PIC 9(04).
               10  WS-C-DIDX            PIC 99.
               10  WS-C-QTD             PIC 9(05).
               10  WS-C-BRUTO           PIC 9(09)V99.
               10  WS-C-DESC            PIC 9(09)V99.
               10  WS-C-LIQ             PIC 9(09)V99.

      *-----> ALUNOS JA FATURADOS NO SEMESTRE (MENSALID)
       77  WS-QTDE-FAT                PIC 9(04) VALUE ZEROS.
       77  WS-FT-I                    PIC 9(04).
       77  WS-FT-ACHOU                PIC X(01).
       01  WS-TAB-FATURADOS.
           05  WS-FT-MATRICULA  OCCURS 3000 TIMES
                                      PIC 9(13).

      *-----> ALUNOS FATURADOS NA RODADA, PARA O REGISTRO
       77  WS-QTDE-ALU                PIC 9(04) VALUE ZEROS.
       77  WS-AL-I                    PIC 9(04).
       01  WS-TAB-ALUNOS.
           05  WS-ALUNO  OCCURS 3000 TIMES.
               10  WS-AL-MATRICULA      PIC 9(13).
               10  WS-AL-NOME           PIC X(25).
               10  WS-AL-CIDX           PIC 99.
               10  WS-AL-QTDPARC        PIC 9(02).
               10  WS-AL-MENSAL         PIC 9(06)V99.
               10  WS-AL-DESC           PIC 9(06)V99.
               10  WS-AL-LIQ            PIC 9(06)V99.

      *-----> LINHAS DO REGISTRO DE FATURAMENTO
       01  WS-LIN-ALUNO.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LA-MATRICULA        PIC 9(13).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LA-NOME             PIC X(25).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LA-QTDPARC          PIC Z9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LA-MENSAL           PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LA-DESC             PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LA-LIQ              PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(03) VALUE SPACES.
       01  WS-LIN-TOTAL.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LT-DESCRICAO        PIC X(20).
           05  WS-LT-QTD              PIC ZZZZ9.
           05  FILLER                 PIC X(07) VALUE ' ALUNOS'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LT-BRUTO            PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LT-DESC             PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LT-LIQ              PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(04) VALUE SPACES.

       01  WS-TOT-QTD                 PIC 9(05).
       01  WS-TOT-BRUTO               PIC 9(09)V99.
       01  WS-TOT-DESC                PIC 9(09)V99.
       01  WS-TOT-LIQ                 PIC 9(09)V99.
       01  WS-SOUT-VALOR              PIC $$$.$$$.$$9,99.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG058.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG058 - FATURAMENTO DE MENSALIDADES"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
              PERFORM 080-IMPRIMIR-REGISTRO
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           OPEN INPUT SYSIN
           IF WS-FS-SYSIN NOT = '00'
              DISPLAY ' * ERRO ABRINDO SYSIN - FS=' WS-FS-SYSIN
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              READ SYSIN
                  AT END
                      DISPLAY ' * ERRO: CARTAO DE PARAMETRO AUSENTE'
                      MOVE 'S' TO WS-ABEND
                      MOVE 08  TO RETURN-CODE
              END-READ
              CLOSE SYSIN
           END-IF
           IF WS-ABEND NOT = 'S'
              IF WS-PARM-SEMESTRE-N NOT NUMERIC OR
                 WS-PARM-ANO < 2000 OR
                 (WS-PARM-SEM NOT = 1 AND WS-PARM-SEM NOT = 2)
                 DISPLAY ' * ERRO: SEMESTRE INVALIDO: '
                     WS-PARM-SEMESTRE
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              IF WS-PARM-DIA-VENC NOT NUMERIC OR
                 WS-PARM-DIA-VENC < 01 OR WS-PARM-DIA-VENC > 28
                 DISPLAY ' * ERRO: DIA DE VENCIMENTO INVALIDO: '
                     WS-PARM-DIA-VENC
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              MOVE WS-PARM-ANO TO WS-IS-ANO
              IF WS-PARM-SEM = 1
                 MOVE 01 TO WS-IS-MES
              ELSE
                 MOVE 07 TO WS-IS-MES
              END-IF
              MOVE 01 TO WS-IS-DIA
              DISPLAY 'SEMESTRE FATURADO.........: ' WS-PARM-ANO '/'
                  WS-PARM-SEM
              DISPLAY 'INICIO DO SEMESTRE........: '
                  WS-INICIO-SEMESTRE-N
              DISPLAY 'DIA DE VENCIMENTO.........: ' WS-PARM-DIA-VENC
              PERFORM 014-CARREGAR-PRECOS
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 005-CARREGAR-DEPTOS
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 018-CARREGAR-MENSALID
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              PERFORM 019-ABRIR-MENSALID
              OPEN OUTPUT FATREL
              OPEN INPUT BOLSAS
              IF WS-FS-BOLSAS = '00'
                 MOVE 'S' TO WS-BOLSAS-ABERTO
              ELSE
                 DISPLAY ' * BOLSAS VAZIO OU AUSENTE - FS='
                     WS-FS-BOLSAS ' - SEM DESCONTOS'
              END-IF
              OPEN INPUT CURSOCAT
              IF WS-FS-CURSOCAT NOT = '00'
                 DISPLAY ' * ERRO ABRINDO CURSOCAT - FS='
                     WS-FS-CURSOCAT
                 MOVE 'S' TO WS-FIM
                 MOVE 08  TO RETURN-CODE
              END-IF
              OPEN INPUT ALUNOUT
              IF WS-FS-ALUNOUT NOT = '00'
                 DISPLAY ' * ERRO ABRINDO ALUNOUT - FS='
                     WS-FS-ALUNOUT
                 MOVE 'S' TO WS-FIM
                 MOVE 08  TO RETURN-CODE
              END-IF
              IF WS-FIM NOT = 'S'
                 PERFORM 025-LER-ALUNOUT
              END-IF
           END-IF
           .
       012-ABRIR-CTLTOTAL.

           OPEN EXTEND CTLTOTAL
           IF WS-FS-CTLTOTAL = '35'
               OPEN OUTPUT CTLTOTAL
           END-IF
           .
       013-ABRIR-EXCEPREL.

           OPEN EXTEND EXCEPREL
           IF WS-FS-EXCEPREL = '35'
               OPEN OUTPUT EXCEPREL
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CADASTRO DE DEPARTAMENTOS (CGDEPTO) - MAIS DE
      *    20 DEPARTAMENTOS CANCELA A RODADA (RC=08)
      *--------------------------------------------------------------*
       005-CARREGAR-DEPTOS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT DEPTOS
           IF WS-FS-DEPTOS NOT = '00'
              DISPLAY ' * ERRO ABRINDO DEPTOS - FS=' WS-FS-DEPTOS
                  ' - CURSOS SAEM SEM DEPARTAMENTO'
           ELSE
              PERFORM 006-LER-DEPTO UNTIL WS-FIM-AUX = 'S'
              CLOSE DEPTOS
              DISPLAY ' * DEPARTAMENTOS CADASTRADOS: ' WS-QTDE-DEPTOS
           END-IF
           .
       006-LER-DEPTO.

           READ DEPTOS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF WS-QTDE-DEPTOS < 20
                      ADD 1 TO WS-QTDE-DEPTOS
                      MOVE DP-NUMERO TO WS-D-NUMERO (WS-QTDE-DEPTOS)
                      MOVE DP-NOME   TO WS-D-NOME   (WS-QTDE-DEPTOS)
                      MOVE ZEROS     TO WS-D-QTD    (WS-QTDE-DEPTOS)
                      MOVE ZEROS     TO WS-D-BRUTO  (WS-QTDE-DEPTOS)
                      MOVE ZEROS     TO WS-D-DESC   (WS-QTDE-DEPTOS)
                      MOVE ZEROS     TO WS-D-LIQ    (WS-QTDE-DEPTOS)
                   ELSE
                      DISPLAY ' * ERRO: TABELA DE DEPARTAMENTOS CHEIA '
                          '(20)'
                      MOVE 'S' TO WS-ABEND
                      MOVE 'S' TO WS-FIM-AUX
                      MOVE 08  TO RETURN-CODE
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR A TABELA DE PRECOS - REGISTRO INVALIDO NA TABELA
      *    ABORTA A RODADA (RC=08): FATURAR COM PRECO ERRADO E PIOR
      *    QUE NAO FATURAR
      *--------------------------------------------------------------*
       014-CARREGAR-PRECOS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT MENSPREC
           IF WS-FS-MENSPREC NOT = '00'
              DISPLAY ' * ERRO ABRINDO MENSPREC - FS=' WS-FS-MENSPREC
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              PERFORM 015-LER-PRECO UNTIL WS-FIM-AUX = 'S'
              CLOSE MENSPREC
              IF WS-QTDE-PRC = ZEROS AND WS-ABEND NOT = 'S'
                 DISPLAY ' * ERRO: MENSPREC SEM PRECOS'
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
              DISPLAY ' * PRECOS DE MENSALIDADE..: ' WS-QTDE-PRC
           END-IF
           .
       015-LER-PRECO.

           READ MENSPREC
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF MP-CURSO = SPACES OR
                      MP-VIGENCIA NOT NUMERIC OR
                      MP-MENSALIDADE NOT NUMERIC OR
                      MP-MENSALIDADE = ZEROS OR
                      MP-QTDPARC NOT NUMERIC OR
                      MP-QTDPARC < 01 OR MP-QTDPARC > 06
                      DISPLAY ' * ERRO: PRECO INVALIDO NO MENSPREC - '
                          'CURSO ' MP-CURSO ' VIGENCIA ' MP-VIGENCIA
                      MOVE 'S' TO WS-ABEND
                      MOVE 'S' TO WS-FIM-AUX
                      MOVE 08  TO RETURN-CODE
                   ELSE
                      IF WS-QTDE-PRC < 200
                         ADD 1 TO WS-QTDE-PRC
                         MOVE MP-CURSO       TO
                             WS-PR-CURSO    (WS-QTDE-PRC)
                         MOVE MP-VIGENCIA    TO
                             WS-PR-VIGENCIA (WS-QTDE-PRC)
                         MOVE MP-MENSALIDADE TO
                             WS-PR-MENSAL   (WS-QTDE-PRC)
                         MOVE MP-QTDPARC     TO
                             WS-PR-QTDPARC  (WS-QTDE-PRC)
                      ELSE
                         DISPLAY ' * ERRO: TABELA DE PRECOS CHEIA '
                             '(200)'
                         MOVE 'S' TO WS-ABEND
                         MOVE 'S' TO WS-FIM-AUX
                         MOVE 08  TO RETURN-CODE
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR DO MENSALID OS ALUNOS JA FATURADOS NO SEMESTRE E
      *    O ULTIMO SEQUENCIAL DE ALUNO USADO NO NOSSO NUMERO - MAIS
      *    DE 3000 FATURADOS CANCELA A RODADA (RC=08)
      *--------------------------------------------------------------*
       018-CARREGAR-MENSALID.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT MENSALID
           IF WS-FS-MENSALID NOT = '00'
              DISPLAY ' * MENSALID VAZIO OU AUSENTE - FS='
                  WS-FS-MENSALID
           ELSE
              PERFORM 020-LER-MENSALID UNTIL WS-FIM-AUX = 'S'
              CLOSE MENSALID
              DISPLAY ' * JA FATURADOS NO SEMESTRE: ' WS-QTDE-FAT
           END-IF
           .
       020-LER-MENSALID.

           READ MENSALID
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF MS-SEMESTRE = WS-PARM-SEMESTRE-N
                      IF MS-NN-SEQALUNO > WS-ULT-SEQ
                         MOVE MS-NN-SEQALUNO TO WS-ULT-SEQ
                      END-IF
                      IF MS-NRPARC = 01
                         IF WS-QTDE-FAT < 3000
                            ADD 1 TO WS-QTDE-FAT
                            MOVE MS-MATRICULA TO
                                WS-FT-MATRICULA (WS-QTDE-FAT)
                         ELSE
                            DISPLAY ' * ERRO: TABELA DE FATURADOS '
                                'CHEIA (3000)'
                            MOVE 'S' TO WS-ABEND
                            MOVE 'S' TO WS-FIM-AUX
                            MOVE 08  TO RETURN-CODE
                         END-IF
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    MENSALID E PERMANENTE - SEMPRE EM EXTEND, OUTPUT NA 1A VEZ
      *    (FILE STATUS 35)
      *--------------------------------------------------------------*
       019-ABRIR-MENSALID.

           OPEN EXTEND MENSALID
           IF WS-FS-MENSALID = '35'
               OPEN OUTPUT MENSALID
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DO PROXIMO ALUNO DO MESTRE ALUNOUT
      *--------------------------------------------------------------*
       025-LER-ALUNOUT.

           READ ALUNOUT NEXT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    SELECIONAR O ALUNO DE CURSO ATIVO AINDA NAO FATURADO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE FD-CURSO-ALU TO CC-NOME-CURSO
           MOVE 'S'          TO WS-CC-ACHOU
           READ CURSOCAT
               INVALID KEY
                   MOVE 'N' TO WS-CC-ACHOU
           END-READ
           IF WS-CC-ACHOU = 'N'
              MOVE 'CURSO NAO CADASTRADO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF CC-ATIVO NOT = 'S'
                 ADD 1 TO WS-CTINATIVO
              ELSE
                 PERFORM 032-LOCALIZAR-FATURADO
                 IF WS-FT-ACHOU = 'S'
                    ADD 1 TO WS-CTJAFAT
                 ELSE
                    PERFORM 040-FATURAR-ALUNO
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-ALUNOUT
           .
      *--------------------------------------------------------------*
      *    ALUNO JA FATURADO NESTE SEMESTRE (MENSALID)?
      *--------------------------------------------------------------*
       032-LOCALIZAR-FATURADO.

           MOVE 'N' TO WS-FT-ACHOU
           PERFORM 033-COMPARAR-FATURADO
              VARYING WS-FT-I FROM 1 BY 1
              UNTIL WS-FT-I > WS-QTDE-FAT OR WS-FT-ACHOU = 'S'
           .
       033-COMPARAR-FATURADO.

           IF WS-FT-MATRICULA (WS-FT-I) = FD-NUMERO-ALU
              MOVE 'S' TO WS-FT-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    PRECO VIGENTE DO CURSO: A MAIOR VIGENCIA QUE NAO PASSA DO
      *    INICIO DO SEMESTRE
      *--------------------------------------------------------------*
       036-LOCALIZAR-PRECO.

           MOVE ZEROS TO WS-PR-IDX
           PERFORM 037-COMPARAR-PRECO
              VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-QTDE-PRC
           .
       037-COMPARAR-PRECO.

           IF WS-PR-CURSO (WS-PR-I) = FD-CURSO-ALU AND
              WS-PR-VIGENCIA (WS-PR-I) NOT > WS-INICIO-SEMESTRE-N
              IF WS-PR-IDX = ZEROS
                 MOVE WS-PR-I TO WS-PR-IDX
              ELSE
                 IF WS-PR-VIGENCIA (WS-PR-I) >
                    WS-PR-VIGENCIA (WS-PR-IDX)
                    MOVE WS-PR-I TO WS-PR-IDX
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    FATURAR O ALUNO: PRECO, DESCONTO, COBRANCAS E REGISTRO
      *--------------------------------------------------------------*
       040-FATURAR-ALUNO.

           PERFORM 036-LOCALIZAR-PRECO
           IF WS-PR-IDX = ZEROS
              MOVE 'CURSO SEM MENSALIDADE VIGENTE' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              PERFORM 070-LOCALIZAR-CURSO
              IF WS-C-IDX = ZEROS
                 MOVE 'TABELA DE CURSOS CHEIA' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 IF WS-QTDE-ALU = 3000
                    MOVE 'TABELA DO REGISTRO CHEIA' TO WS-MOTIVO-EXC
                    PERFORM 060-GRAVAR-EXCECAO
                 ELSE
                    PERFORM 042-CALCULAR-DESCONTO
                    PERFORM 044-GRAVAR-COBRANCAS
                    PERFORM 046-GUARDAR-ALUNO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    DESCONTO DA BOLSA DO ALUNO, SE VIGENTE NO SEMESTRE - O
      *    DESCONTO NUNCA PASSA DA MENSALIDADE
      *--------------------------------------------------------------*
       042-CALCULAR-DESCONTO.

           MOVE WS-PR-MENSAL (WS-PR-IDX) TO WS-VL-MENSAL
           MOVE ZEROS                    TO WS-VL-DESC
           IF WS-BOLSAS-ABERTO = 'S'
              MOVE FD-NUMERO-ALU TO BL-MATRICULA
              MOVE 'S'           TO WS-BL-ACHOU
              READ BOLSAS
                  INVALID KEY
                      MOVE 'N' TO WS-BL-ACHOU
              END-READ
              IF WS-BL-ACHOU = 'S' AND
                 WS-PARM-SEMESTRE-N NOT < BL-SEM-INICIO AND
                 WS-PARM-SEMESTRE-N NOT > BL-SEM-FIM
                 EVALUATE TRUE
                     WHEN BL-TIPO = 'P' AND BL-PERCENTUAL NUMERIC
                          AND BL-PERCENTUAL NOT > 100
                         COMPUTE WS-VL-DESC ROUNDED =
                             WS-VL-MENSAL * BL-PERCENTUAL / 100
                     WHEN BL-TIPO = 'V' AND BL-VALOR NUMERIC
                         MOVE BL-VALOR TO WS-VL-DESC
                     WHEN OTHER
                         MOVE 'BOLSA INVALIDA - SEM DESCONTO' TO
                             WS-MOTIVO-EXC
                         PERFORM 060-GRAVAR-EXCECAO
                 END-EVALUATE
                 IF WS-VL-DESC > WS-VL-MENSAL
                    MOVE WS-VL-MENSAL TO WS-VL-DESC
                 END-IF
                 IF WS-VL-DESC > ZEROS
                    ADD 1 TO WS-CTDESCONTO
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-VL-LIQ = WS-VL-MENSAL - WS-VL-DESC
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA COBRANCA POR PARCELA DO SEMESTRE - BOLSA
      *    INTEGRAL NAO GERA COBRANCA NEM CONSOME SEQUENCIAL
      *--------------------------------------------------------------*
       044-GRAVAR-COBRANCAS.

           IF WS-VL-LIQ = ZEROS
              ADD 1 TO WS-CTINTEGRAL
           ELSE
              ADD 1          TO WS-ULT-SEQ
              MOVE WS-ULT-SEQ TO WS-SEQ-ALUNO
              ADD 1          TO WS-CTFATUR
              PERFORM 045-GRAVAR-PARCELA
                 VARYING WS-NRPARC FROM 1 BY 1
                 UNTIL WS-NRPARC > WS-PR-QTDPARC (WS-PR-IDX)
           END-IF
           .
       045-GRAVAR-PARCELA.

           COMPUTE WS-MES-PARC = WS-IS-MES + WS-NRPARC - 1

           MOVE SPACES                    TO MS-REG-MENSALID
           MOVE 9                         TO MS-NN-PREFIXO
           MOVE WS-PARM-ANO2              TO MS-NN-ANO
           MOVE WS-PARM-SEM               TO MS-NN-SEMESTRE
           MOVE WS-SEQ-ALUNO              TO MS-NN-SEQALUNO
           MOVE WS-NRPARC                 TO MS-NN-NRPARC
           MOVE WS-PARM-SEMESTRE-N        TO MS-SEMESTRE
           MOVE FD-NUMERO-ALU             TO MS-MATRICULA
           MOVE FD-NOME-ALU               TO MS-NOME
           MOVE FD-CURSO-ALU              TO MS-CURSO
           MOVE CC-DEPTO                  TO MS-DEPTO
           MOVE WS-NRPARC                 TO MS-NRPARC
           MOVE WS-PR-QTDPARC (WS-PR-IDX) TO MS-QTDPARC
           MOVE WS-PARM-ANO               TO MS-VENC-ANO
           MOVE WS-MES-PARC               TO MS-VENC-MES
           MOVE WS-PARM-DIA-VENC          TO MS-VENC-DIA
           MOVE WS-VL-MENSAL              TO MS-VALOR-BRUTO
           MOVE WS-VL-DESC                TO MS-DESCONTO
           MOVE WS-VL-LIQ                 TO MS-VALOR
           MOVE WS-DATA-EXEC              TO MS-DATA-GERACAO
           WRITE MS-REG-MENSALID
           ADD 1         TO WS-CTCOBRANCA
           ADD WS-VL-LIQ TO WS-VL-FATURADO
           .
      *--------------------------------------------------------------*
      *    GUARDAR O ALUNO PARA O REGISTRO E SOMAR O SEMESTRE NO
      *    CURSO E NO DEPARTAMENTO
      *--------------------------------------------------------------*
       046-GUARDAR-ALUNO.

           ADD 1 TO WS-QTDE-ALU
           MOVE FD-NUMERO-ALU  TO WS-AL-MATRICULA (WS-QTDE-ALU)
           MOVE FD-NOME-ALU    TO WS-AL-NOME      (WS-QTDE-ALU)
           MOVE WS-C-IDX       TO WS-AL-CIDX      (WS-QTDE-ALU)
           MOVE WS-PR-QTDPARC (WS-PR-IDX) TO
               WS-AL-QTDPARC (WS-QTDE-ALU)
           MOVE WS-VL-MENSAL   TO WS-AL-MENSAL    (WS-QTDE-ALU)
           MOVE WS-VL-DESC     TO WS-AL-DESC      (WS-QTDE-ALU)
           MOVE WS-VL-LIQ      TO WS-AL-LIQ       (WS-QTDE-ALU)

           COMPUTE WS-VL-SEM-BRUTO =
               WS-VL-MENSAL * WS-PR-QTDPARC (WS-PR-IDX)
           COMPUTE WS-VL-SEM-DESC =
               WS-VL-DESC * WS-PR-QTDPARC (WS-PR-IDX)
           COMPUTE WS-VL-SEM-LIQ =
               WS-VL-LIQ * WS-PR-QTDPARC (WS-PR-IDX)
           ADD 1               TO WS-C-QTD   (WS-C-IDX)
           ADD WS-VL-SEM-BRUTO TO WS-C-BRUTO (WS-C-IDX)
           ADD WS-VL-SEM-DESC  TO WS-C-DESC  (WS-C-IDX)
           ADD WS-VL-SEM-LIQ   TO WS-C-LIQ   (WS-C-IDX)
           MOVE WS-C-DIDX (WS-C-IDX) TO WS-D-IDX
           IF WS-D-IDX > ZEROS
              ADD 1               TO WS-D-QTD   (WS-D-IDX)
              ADD WS-VL-SEM-BRUTO TO WS-D-BRUTO (WS-D-IDX)
              ADD WS-VL-SEM-DESC  TO WS-D-DESC  (WS-D-IDX)
              ADD WS-VL-SEM-LIQ   TO WS-D-LIQ   (WS-D-IDX)
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O ALUNO NAO FATURADO NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * ALUNO ' FD-NUMERO-ALU ' CURSO ' FD-CURSO-ALU
               ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG058'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ALUNOS'        TO EX-SUBSISTEMA
           MOVE FD-NUMERO-ALU   TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR (OU CRIAR) A ENTRADA DO CURSO NA TABELA - NA
      *    CRIACAO, LIGA O CURSO AO DEPARTAMENTO DO CURSOCAT
      *--------------------------------------------------------------*
       070-LOCALIZAR-CURSO.

           MOVE 'N'   TO WS-C-ACHOU
           MOVE ZEROS TO WS-C-IDX
           PERFORM 071-COMPARAR-CURSO
              VARYING WS-C-I FROM 1 BY 1
              UNTIL WS-C-I > WS-QTDE-CURSOS OR WS-C-ACHOU = 'S'
           IF WS-C-ACHOU = 'N' AND WS-QTDE-CURSOS < 20
              ADD 1 TO WS-QTDE-CURSOS
              MOVE WS-QTDE-CURSOS  TO WS-C-IDX
              MOVE FD-CURSO-ALU    TO WS-C-NOME    (WS-C-IDX)
              MOVE CC-NOME-OFICIAL TO WS-C-OFICIAL (WS-C-IDX)
              MOVE CC-DEPTO        TO WS-C-DEPTO   (WS-C-IDX)
              MOVE ZEROS           TO WS-C-QTD     (WS-C-IDX)
              MOVE ZEROS           TO WS-C-BRUTO   (WS-C-IDX)
              MOVE ZEROS           TO WS-C-DESC    (WS-C-IDX)
              MOVE ZEROS           TO WS-C-LIQ     (WS-C-IDX)
              PERFORM 072-LOCALIZAR-DEPTO
              MOVE WS-D-IDX        TO WS-C-DIDX    (WS-C-IDX)
              IF WS-D-IDX = ZEROS
                 MOVE 'CGPRG058'           TO EX-PROGRAMA
                 MOVE WS-DATA-EXEC         TO EX-DATA-EXECUCAO
                 MOVE 'ALUNOS'             TO EX-SUBSISTEMA
                 MOVE FD-CURSO-ALU         TO EX-CHAVE
                 MOVE 'DEPTO DO CURSO NAO CADASTRADO' TO EX-MOTIVO
                 WRITE WS-REG-EXCEPREL
              END-IF
           END-IF
           .
       071-COMPARAR-CURSO.

           IF WS-C-NOME (WS-C-I) = FD-CURSO-ALU
              MOVE WS-C-I TO WS-C-IDX
              MOVE 'S'    TO WS-C-ACHOU
           END-IF
           .
       072-LOCALIZAR-DEPTO.

           MOVE 'N'   TO WS-D-ACHOU
           MOVE ZEROS TO WS-D-IDX
           PERFORM 073-COMPARAR-DEPTO
              VARYING WS-D-I FROM 1 BY 1
              UNTIL WS-D-I > WS-QTDE-DEPTOS OR WS-D-ACHOU = 'S'
           .
       073-COMPARAR-DEPTO.

           IF WS-D-NUMERO (WS-D-I) = CC-DEPTO
              MOVE WS-D-I TO WS-D-IDX
              MOVE 'S'    TO WS-D-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O REGISTRO DE FATURAMENTO: POR DEPARTAMENTO, OS
      *    CURSOS E SEUS ALUNOS; NO FIM, OS CURSOS CUJO DEPARTAMENTO
      *    NAO ESTA NO DEPTOS E O TOTAL GERAL DO SEMESTRE
      *--------------------------------------------------------------*
       080-IMPRIMIR-REGISTRO.

           MOVE SPACES TO WS-REG-FATREL
           STRING 'CGPRG058 - REGISTRO DE FATURAMENTO DE MENSALIDADES'
                      DELIMITED BY SIZE
                  ' - SEMESTRE ' DELIMITED BY SIZE
                  WS-PARM-ANO    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-PARM-SEM    DELIMITED BY SIZE
             INTO WS-REG-FATREL
           END-STRING
           WRITE WS-REG-FATREL
           MOVE SPACES TO WS-REG-FATREL
           STRING 'DATA DA RODADA: '  DELIMITED BY SIZE
                  WS-DATA-EXEC        DELIMITED BY SIZE
                  '   VENCIMENTO NO DIA ' DELIMITED BY SIZE
                  WS-PARM-DIA-VENC    DELIMITED BY SIZE
                  ' DE CADA MES'      DELIMITED BY SIZE
             INTO WS-REG-FATREL
           END-STRING
           WRITE WS-REG-FATREL
           MOVE SPACES TO WS-REG-FATREL
           WRITE WS-REG-FATREL
           MOVE SPACES      TO WS-REG-FATREL
           MOVE 'MATRICULA' TO WS-REG-FATREL (3:9)
           MOVE 'NOME'      TO WS-REG-FATREL (17:4)
           MOVE 'PC'        TO WS-REG-FATREL (43:2)
           MOVE 'MENSALID.' TO WS-REG-FATREL (47:9)
           MOVE 'DESCONTO'  TO WS-REG-FATREL (59:8)
           MOVE 'LIQUIDO'   TO WS-REG-FATREL (71:7)
           WRITE WS-REG-FATREL
           MOVE '  TOTAIS DE CURSO E DEPTO = SEMESTRE: BRUTO/DESCONTO/LI
      -         'QUIDO' TO WS-REG-FATREL
           WRITE WS-REG-FATREL

           PERFORM 081-IMPRIMIR-DEPTO
              VARYING WS-D-IDX FROM 1 BY 1
              UNTIL WS-D-IDX > WS-QTDE-DEPTOS
           PERFORM 086-IMPRIMIR-SEM-DEPTO

           MOVE ZEROS TO WS-TOT-QTD
           MOVE ZEROS TO WS-TOT-BRUTO
           MOVE ZEROS TO WS-TOT-DESC
           MOVE ZEROS TO WS-TOT-LIQ
           PERFORM 088-SOMAR-CURSO
              VARYING WS-C-IDX FROM 1 BY 1
              UNTIL WS-C-IDX > WS-QTDE-CURSOS
           MOVE SPACES TO WS-REG-FATREL
           WRITE WS-REG-FATREL
           MOVE 'TOTAL GERAL'  TO WS-LT-DESCRICAO
           MOVE WS-TOT-QTD     TO WS-LT-QTD
           MOVE WS-TOT-BRUTO   TO WS-LT-BRUTO
           MOVE WS-TOT-DESC    TO WS-LT-DESC
           MOVE WS-TOT-LIQ     TO WS-LT-LIQ
           WRITE WS-REG-FATREL FROM WS-LIN-TOTAL
           .
       081-IMPRIMIR-DEPTO.

           IF WS-D-QTD (WS-D-IDX) > ZEROS
              MOVE SPACES TO WS-REG-FATREL
              WRITE WS-REG-FATREL
              MOVE SPACES TO WS-REG-FATREL
              STRING 'DEPARTAMENTO ' DELIMITED BY SIZE
                     WS-D-NUMERO (WS-D-IDX) DELIMITED BY SIZE
                     ' - '           DELIMITED BY SIZE
                     WS-D-NOME (WS-D-IDX)   DELIMITED BY SIZE
                INTO WS-REG-FATREL
              END-STRING
              WRITE WS-REG-FATREL
              PERFORM 082-IMPRIMIR-CURSO-DEPTO
                 VARYING WS-C-IDX FROM 1 BY 1
                 UNTIL WS-C-IDX > WS-QTDE-CURSOS
              MOVE 'TOTAL DEPARTAMENTO'   TO WS-LT-DESCRICAO
              MOVE WS-D-QTD   (WS-D-IDX) TO WS-LT-QTD
              MOVE WS-D-BRUTO (WS-D-IDX) TO WS-LT-BRUTO
              MOVE WS-D-DESC  (WS-D-IDX) TO WS-LT-DESC
              MOVE WS-D-LIQ   (WS-D-IDX) TO WS-LT-LIQ
              WRITE WS-REG-FATREL FROM WS-LIN-TOTAL

              MOVE 'CGPRG058'           TO CT-PROGRAMA
              MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
              MOVE SPACES               TO CT-DESCRICAO
              STRING 'FATURADO DEPTO '  DELIMITED BY SIZE
                     WS-D-NUMERO (WS-D-IDX) DELIMITED BY SIZE
                     ' (REAIS)'         DELIMITED BY SIZE
                INTO CT-DESCRICAO
              END-STRING
              MOVE WS-D-LIQ (WS-D-IDX)  TO CT-VALOR
              WRITE WS-REG-CTLTOTAL
           END-IF
           .
       082-IMPRIMIR-CURSO-DEPTO.

           IF WS-C-DIDX (WS-C-IDX) = WS-D-IDX
              PERFORM 084-IMPRIMIR-CURSO
           END-IF
           .
      *--------------------------------------------------------------*
      *    UM CURSO: CABECALHO, ALUNOS FATURADOS E TOTAL DO CURSO
      *--------------------------------------------------------------*
       084-IMPRIMIR-CURSO.

           MOVE SPACES TO WS-REG-FATREL
           STRING ' CURSO '              DELIMITED BY SIZE
                  WS-C-NOME (WS-C-IDX)    DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-C-OFICIAL (WS-C-IDX) DELIMITED BY SIZE
             INTO WS-REG-FATREL
           END-STRING
           WRITE WS-REG-FATREL
           PERFORM 085-IMPRIMIR-ALUNO
              VARYING WS-AL-I FROM 1 BY 1
              UNTIL WS-AL-I > WS-QTDE-ALU
           MOVE 'TOTAL DO CURSO'      TO WS-LT-DESCRICAO
           MOVE WS-C-QTD   (WS-C-IDX) TO WS-LT-QTD
           MOVE WS-C-BRUTO (WS-C-IDX) TO WS-LT-BRUTO
           MOVE WS-C-DESC  (WS-C-IDX) TO WS-LT-DESC
           MOVE WS-C-LIQ   (WS-C-IDX) TO WS-LT-LIQ
           WRITE WS-REG-FATREL FROM WS-LIN-TOTAL
           .
       085-IMPRIMIR-ALUNO.

           IF WS-AL-CIDX (WS-AL-I) = WS-C-IDX
              MOVE WS-AL-MATRICULA (WS-AL-I) TO WS-LA-MATRICULA
              MOVE WS-AL-NOME      (WS-AL-I) TO WS-LA-NOME
              MOVE WS-AL-QTDPARC   (WS-AL-I) TO WS-LA-QTDPARC
              MOVE WS-AL-MENSAL    (WS-AL-I) TO WS-LA-MENSAL
              MOVE WS-AL-DESC      (WS-AL-I) TO WS-LA-DESC
              MOVE WS-AL-LIQ       (WS-AL-I) TO WS-LA-LIQ
              WRITE WS-REG-FATREL FROM WS-LIN-ALUNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CURSOS FATURADOS CUJO DEPARTAMENTO NAO ESTA NO DEPTOS
      *--------------------------------------------------------------*
       086-IMPRIMIR-SEM-DEPTO.

           MOVE ZEROS TO WS-TOT-QTD
           PERFORM 087-CONTAR-SEM-DEPTO
              VARYING WS-C-IDX FROM 1 BY 1
              UNTIL WS-C-IDX > WS-QTDE-CURSOS
           IF WS-TOT-QTD > ZEROS
              MOVE SPACES TO WS-REG-FATREL
              WRITE WS-REG-FATREL
              MOVE 'DEPARTAMENTO NAO CADASTRADO NO DEPTOS' TO
                  WS-REG-FATREL
              WRITE WS-REG-FATREL
              MOVE ZEROS TO WS-D-IDX
              PERFORM 082-IMPRIMIR-CURSO-DEPTO
                 VARYING WS-C-IDX FROM 1 BY 1
                 UNTIL WS-C-IDX > WS-QTDE-CURSOS
           END-IF
           .
       087-CONTAR-SEM-DEPTO.

           IF WS-C-DIDX (WS-C-IDX) = ZEROS
              ADD WS-C-QTD (WS-C-IDX) TO WS-TOT-QTD
           END-IF
           .
       088-SOMAR-CURSO.

           ADD WS-C-QTD   (WS-C-IDX) TO WS-TOT-QTD
           ADD WS-C-BRUTO (WS-C-IDX) TO WS-TOT-BRUTO
           ADD WS-C-DESC  (WS-C-IDX) TO WS-TOT-DESC
           ADD WS-C-LIQ   (WS-C-IDX) TO WS-TOT-LIQ
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTLIDO = ZEROS
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTINVALID > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF

           MOVE 'CGPRG058'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS LIDOS'                  TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG058'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS FATURADOS'              TO CT-DESCRICAO
           MOVE WS-CTFATUR           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG058'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COBRANCAS GERADAS'             TO CT-DESCRICAO
           MOVE WS-CTCOBRANCA        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG058'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VALOR FATURADO (REAIS)'        TO CT-DESCRICAO
           MOVE WS-VL-FATURADO       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG058'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS JA FATURADOS'           TO CT-DESCRICAO
           MOVE WS-CTJAFAT           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG058'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'BOLSAS INTEGRAIS'              TO CT-DESCRICAO
           MOVE WS-CTINTEGRAL        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG058'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS COM DESCONTO'           TO CT-DESCRICAO
           MOVE WS-CTDESCONTO        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG058'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS DE CURSO INATIVO'       TO CT-DESCRICAO
           MOVE WS-CTINATIVO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG058'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS REJEITADOS'             TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           IF WS-FS-ALUNOUT = '00' OR WS-FS-ALUNOUT = '10'
              CLOSE ALUNOUT
           END-IF
           IF WS-FS-CURSOCAT = '00' OR WS-FS-CURSOCAT = '23'
              CLOSE CURSOCAT
           END-IF
           IF WS-BOLSAS-ABERTO = 'S'
              CLOSE BOLSAS
           END-IF
           CLOSE MENSALID
           CLOSE FATREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           MOVE WS-VL-FATURADO TO WS-SOUT-VALOR
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG058        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ALUNOS LIDOS...........: ' WS-CTLIDO
           DISPLAY ' * ALUNOS FATURADOS.......: ' WS-CTFATUR
           DISPLAY ' * COBRANCAS GERADAS......: ' WS-CTCOBRANCA
           DISPLAY ' * VALOR FATURADO.........: ' WS-SOUT-VALOR
           DISPLAY ' * ALUNOS JA FATURADOS....: ' WS-CTJAFAT
           DISPLAY ' * BOLSAS INTEGRAIS.......: ' WS-CTINTEGRAL
           DISPLAY ' * ALUNOS COM DESCONTO....: ' WS-CTDESCONTO
           DISPLAY ' * ALUNOS DE CURSO INATIVO: ' WS-CTINATIVO
           DISPLAY ' * ALUNOS REJEITADOS......: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG058        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG058 <-------------------*
