       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG066.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 04/10/2026.
       DATE-COMPILED. 04/10/2026.
      *--------------------------------------------------------------*
      *    REEXPRESSAO DE DIAS PASSADOS DE ACIDENTES - BOLETINS QUE   *
      *    CHEGAM DIAS DEPOIS SO PODIAM SER ACERTADOS COM UMA         *
      *    CORRECAO 'C' MANUAL NO TRENDACU (CGPRG018), E O CIDTREND   *
      *    (BASE DO RANKING DE RISCO DO CGPRG007) FICAVA ERRADO.      *
      *    ESTE PROGRAMA LE O DECK DE CORRECOES CORRACID (LAYOUT      *
      *    CGCORACD), COM A DIFERENCA POR CIDADE X DATA DO ACIDENTE,  *
      *    E APLICA A MESMA DIFERENCA NOS TRES ACUMULADORES QUE O     *
      *    CGPRG007 ATUALIZOU NAQUELE DIA:                            *
      *    CIDTREND - CIDADE + ANO/MES DO ACIDENTE                    *
      *    TRENDACU - ANO/MES DO ACIDENTE E ANO/00 (ACUMULADO ANUAL)  *
      *    A CORRECAO SO E APLICADA SE OS TRES REGISTROS EXISTEM E    *
      *    NENHUM TOTAL FICA NEGATIVO (TUDO OU NADA). TODA ALTERACAO  *
      *    E JORNALIZADA COM IMAGEM ANTES/DEPOIS: TRENDACU NO MESMO   *
      *    TRENDJRN DO CGPRG018, CIDTREND NO CIDTJRN. O RELATORIO     *
      *    RESTREL MOSTRA, POR PERIODO E POR CIDADE, OS TOTAIS        *
      *    ORIGINAIS, A CORRECAO E O TOTAL REEXPRESSO, E APONTA OS    *
      *    FECHAMENTOS DO CGPRG019 JA PUBLICADOS (CTLTOTAL DO         *
      *    CGPRG019, DD FECHCTL) QUE A MUDANCA ATINGE: O DO PROPRIO   *
      *    MES E OS COMPARATIVOS DO MES SEGUINTE E DO MESMO MES DO    *
      *    ANO SEGUINTE.                                              *
      *    ERRO NA GRAVACAO DE UM ACUMULADOR PARA A CORRECAO ALI (SO  *
      *    O JA GRAVADO VAI AO JORNAL), COM EXCEPREL E RC 04;         *
      *    FECHAMENTO, PERIODO OU CIDADE QUE NAO CABE NA TABELA DO    *
      *    RELATORIO VAI AO EXCEPREL COM RC 04.                       *
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
           SELECT CORRACID  ASSIGN TO "CORRACID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CORRACID.
           SELECT CIDTREND  ASSIGN TO "CIDTREND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-FS-CIDTREND.
           SELECT TRENDACU  ASSIGN TO "TRENDACU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-TR-CHAVE
               FILE STATUS IS WS-FS-TRENDACU.
           SELECT FECHCTL   ASSIGN TO "FECHCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FECHCTL.
           SELECT TRENDJRN  ASSIGN TO "TRENDJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRENDJRN.
           SELECT CIDTJRN   ASSIGN TO "CIDTJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CIDTJRN.
           SELECT ACIDDIA   ASSIGN TO "ACIDDIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACIDDIA.
           SELECT RESTREL   ASSIGN TO "RESTREL"
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
       FD  CORRACID
           LABEL RECORDS ARE STANDARD.
           COPY CGCORACD.

       FD  CIDTREND
           LABEL RECORDS ARE STANDARD.
           COPY CGCIDTRN.

       FD  TRENDACU
           LABEL RECORDS ARE STANDARD.
           COPY CGTREND.

      *-----> CTLTOTAL DO CGPRG019 - AS LINHAS 'FECHAMENTO ACIDENTES
      *       AAAAMM' SAO OS FECHAMENTOS JA PUBLICADOS
       FD  FECHCTL
           LABEL RECORDS ARE STANDARD.
       01  FC-REG-FECHCTL.
           05  FC-PROGRAMA         PIC X(08).
           05  FC-DATA-EXECUCAO    PIC X(08).
           05  FC-DESCRICAO.
               10  FC-DESC-ROTULO  PIC X(21).
               10  FC-DESC-ANOMES  PIC X(06).
               10  FILLER          PIC X(03).
           05  FC-VALOR            PIC 9(09).

      *-----> JORNAL DE AUDITORIA DO TRENDACU - MESMO LAYOUT DO
      *       CGPRG018 (IMAGEM ANTES/DEPOIS DE CADA ALTERACAO)
       FD  TRENDJRN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-JORNAL.
           05  JR-PROGRAMA            PIC X(08).
           05  JR-DATA-EXECUCAO       PIC X(08).
           05  JR-OPERACAO            PIC X(01).
           05  JR-IMAGEM-ANTES        PIC X(25).
           05  JR-IMAGEM-DEPOIS       PIC X(25).
           05  JR-OPERADOR            PIC X(08).

      *-----> JORNAL DE AUDITORIA DO CIDTREND - IMAGEM ANTES/DEPOIS
      *       ('A' = AJUSTE, 'I' = CIDADE INCLUIDA NO MES)
       FD  CIDTJRN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-JORNAL-CID.
           05  JT-PROGRAMA            PIC X(08).
           05  JT-DATA-EXECUCAO       PIC X(08).
           05  JT-OPERACAO            PIC X(01).
           05  JT-IMAGEM-ANTES        PIC X(47).
           05  JT-IMAGEM-DEPOIS       PIC X(47).
           05  JT-OPERADOR            PIC X(08).

      *-----> HISTORICO DIARIO POR CIDADE DO CGPRG007 - CADA
      *       CORRECAO APLICADA ENTRA COMO REGISTRO DE AJUSTE ('C')
      *       DO DIA CORRIGIDO, COM AS DIFERENCAS COM SINAL
       FD  ACIDDIA
           LABEL RECORDS ARE STANDARD.
           COPY CGACIDIA.

       FD  RESTREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-RESTREL             PIC X(80).

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
           05  WS-ABEND               PIC X(01) VALUE 'N'.
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-FIM-AUX             PIC X(01) VALUE 'N'.
           05  WS-TEM-FECHCTL         PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTAPLIC             PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-CTNAOAUT            PIC 9(05) VALUE ZEROS.
           05  WS-CTJRNTREND          PIC 9(05) VALUE ZEROS.
           05  WS-CTJRNCID            PIC 9(05) VALUE ZEROS.
           05  WS-CTACIDDIA           PIC 9(05) VALUE ZEROS.
           05  WS-CTFECHAFET          PIC 9(05) VALUE ZEROS.
           05  WS-CTTABCHEIA          PIC 9(05) VALUE ZEROS.
           05  WS-FS-CORRACID         PIC X(02).
           05  WS-FS-CIDTREND         PIC X(02).
           05  WS-FS-TRENDACU         PIC X(02).
           05  WS-FS-FECHCTL          PIC X(02).
           05  WS-FS-TRENDJRN         PIC X(02).
           05  WS-FS-CIDTJRN          PIC X(02).
           05  WS-FS-ACIDDIA          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).
           05  WS-MOTIVO-TAB          PIC X(30).
           05  WS-OPER-JRN            PIC X(01).
           05  WS-IMAGEM-ANTES        PIC X(47).

      *-----> DIFERENCAS DA CORRECAO JA COM O SINAL
       01  WS-DELTAS.
           05  WS-DL-ACID             PIC S9(05).
           05  WS-DL-OBITOS           PIC S9(05).
           05  WS-DL-PORC             PIC S9(03)V9999.
           05  WS-DL-DIAS             PIC 9(01).

      *-----> OS TRES REGISTROS ATINGIDOS PELA CORRECAO, LIDOS ANTES
      *       DE QUALQUER REGRAVACAO (TUDO OU NADA)
       01  WS-CT-ACHOU                PIC X(01).
       01  WS-CT-REG.
           05  WS-CT-CHAVE.
               10  WS-CT-CODIGO        PIC 9(05).
               10  WS-CT-ANO           PIC 9(04).
               10  WS-CT-MES           PIC 9(02).
           05  WS-CT-QTDDIAS           PIC 9(03).
           05  WS-CT-QTDACID           PIC 9(07).
           05  WS-CT-QTDOBITOS         PIC 9(07).
           05  WS-CT-SOMAPORC          PIC 9(05)V9999.
           05  WS-CT-QTDVEICULOS       PIC 9(07).
           05  WS-CT-QTDBAFOM          PIC 9(03).
       01  WS-TM-REG.
           05  WS-TM-CHAVE.
               10  WS-TM-ANO           PIC 9(04).
               10  WS-TM-MES           PIC 9(02).
           05  WS-TM-QTDDIAS           PIC 9(03).
           05  WS-TM-QTDACID           PIC 9(07).
           05  WS-TM-SOMAPORC          PIC 9(05)V9999.
       01  WS-TA-REG.
           05  WS-TA-CHAVE.
               10  WS-TA-ANO           PIC 9(04).
               10  WS-TA-MES           PIC 9(02).
           05  WS-TA-QTDDIAS           PIC 9(03).
           05  WS-TA-QTDACID           PIC 9(07).
           05  WS-TA-SOMAPORC          PIC 9(05)V9999.
       01  WS-CT-ANTES                PIC X(47).
       01  WS-TM-ANTES                PIC X(25).
       01  WS-TA-ANTES                PIC X(25).

      *-----> TOTAIS REEXPRESSOS, COM SINAL PARA A CRITICA
       01  WS-NOVOS.
           05  WS-NV-CT-ACID          PIC S9(08).
           05  WS-NV-CT-OBITOS        PIC S9(08).
           05  WS-NV-CT-PORC          PIC S9(06)V9999.
           05  WS-NV-TM-ACID          PIC S9(08).
           05  WS-NV-TM-PORC          PIC S9(06)V9999.
           05  WS-NV-TA-ACID          PIC S9(08).
           05  WS-NV-TA-PORC          PIC S9(06)V9999.

      *-----> FECHAMENTOS JA PUBLICADOS PELO CGPRG019 (ULTIMA
      *       PUBLICACAO DE CADA ANO/MES)
       77  WS-QTDE-FECH               PIC 9(03) VALUE ZEROS.
       77  WS-FH-I                    PIC 9(03).
       77  WS-FH-IDX                  PIC 9(03).
       77  WS-FH-ACHOU                PIC X(01).
       77  WS-FH-BUSCA                PIC 9(06).
       01  WS-TAB-FECHAM.
           05  WS-FECHAMENTO  OCCURS 240 TIMES.
               10  WS-FH-ANOMES         PIC 9(06).
               10  WS-FH-VALOR          PIC 9(09).
       01  WS-FH-ANO                  PIC 9(04).
       01  WS-FH-MES                  PIC 9(02).

      *-----> PERIODOS DO TRENDACU TOCADOS (MES 00 = ANUAL): TOTAL
      *       ORIGINAL NA PRIMEIRA CORRECAO, CORRECAO ACUMULADA E
      *       TOTAL REEXPRESSO
       77  WS-QTDE-MESES              PIC 9(03) VALUE ZEROS.
       77  WS-MS-I                    PIC 9(03).
       77  WS-MS-IDX                  PIC 9(03).
       77  WS-MS-ACHOU                PIC X(01).
       01  WS-TAB-MESES.
           05  WS-MESES  OCCURS 120 TIMES.
               10  WS-MS-ANO            PIC 9(04).
               10  WS-MS-MES            PIC 9(02).
               10  WS-MS-DIAS           PIC 9(03).
               10  WS-MS-ORIG-ACID      PIC 9(07).
               10  WS-MS-ORIG-PORC      PIC 9(05)V9999.
               10  WS-MS-CORR-ACID      PIC S9(07).
               10  WS-MS-NOVO-ACID      PIC 9(07).
               10  WS-MS-NOVO-PORC      PIC 9(05)V9999.

      *-----> CIDADES X MES DO CIDTREND TOCADAS
       77  WS-QTDE-CIDMES             PIC 9(03) VALUE ZEROS.
       77  WS-CM-I                    PIC 9(03).
       77  WS-CM-IDX                  PIC 9(03).
       77  WS-CM-ACHOU                PIC X(01).
       01  WS-TAB-CIDMES.
           05  WS-CIDMES  OCCURS 500 TIMES.
               10  WS-CM-CIDADE         PIC 9(05).
               10  WS-CM-ANO            PIC 9(04).
               10  WS-CM-MES            PIC 9(02).
               10  WS-CM-ORIG-ACID      PIC 9(07).
               10  WS-CM-ORIG-OBIT      PIC 9(07).
               10  WS-CM-CORR-ACID      PIC S9(07).
               10  WS-CM-CORR-OBIT      PIC S9(07).
               10  WS-CM-NOVO-ACID      PIC 9(07).
               10  WS-CM-NOVO-OBIT      PIC 9(07).

      *-----> AREA DO AUTORIZADOR DE OPERADORES (CGOPAUT) - TIPO 'A'
      *       (AJUSTE DE DIA PASSADO)
           COPY CGOPAUTA.

      *-----> LINHAS DO RELATORIO
       01  WS-LINHA                   PIC X(80).
       01  WS-MEDIA                   PIC 9(05)V9999.
       01  WS-LIN-CORRECAO.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-CIDADE           PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-DATA             PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-DOCUMENTO        PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LC-ACID             PIC +ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-OBITOS           PIC +ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-PORC             PIC +ZZ9,9999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-SITUACAO         PIC X(23).
       01  WS-LIN-PERIODO.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LP-PERIODO          PIC X(11).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LP-ORIG-ACID        PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LP-CORR-ACID        PIC +ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LP-NOVO-ACID        PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LP-ORIG-MEDIA       PIC ZZZZ9,99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LP-NOVO-MEDIA       PIC ZZZZ9,99.
           05  FILLER                 PIC X(12) VALUE SPACES.
       01  WS-LIN-CIDADE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LD-CIDADE           PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LD-ANO              PIC 9(04).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-LD-MES              PIC 9(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LD-ORIG-ACID        PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LD-CORR-ACID        PIC +ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LD-NOVO-ACID        PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LD-ORIG-OBIT        PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LD-CORR-OBIT        PIC +ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LD-NOVO-OBIT        PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(06) VALUE SPACES.
       01  WS-LIN-RESUMO.
           05  WS-LR-DESCRICAO        PIC X(40).
           05  WS-LR-VALOR            PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(31) VALUE SPACES.
       01  WS-SOUT-VALOR              PIC Z.ZZZ.ZZ9.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG066.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG066 - REEXPRESSAO DE DIAS PASSADOS DE"
           DISPLAY "ACIDENTES"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
              PERFORM 070-IMPRIMIR-PERIODOS
              PERFORM 076-IMPRIMIR-CIDADES
              PERFORM 080-IMPRIMIR-RESUMO
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           OPEN INPUT CORRACID
           IF WS-FS-CORRACID NOT = '00'
              DISPLAY ' * ERRO ABRINDO CORRACID - FS=' WS-FS-CORRACID
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN I-O CIDTREND
              IF WS-FS-CIDTREND NOT = '00'
                 DISPLAY ' * ERRO ABRINDO CIDTREND - FS='
                     WS-FS-CIDTREND
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
                 CLOSE CORRACID
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN I-O TRENDACU
              IF WS-FS-TRENDACU NOT = '00'
                 DISPLAY ' * ERRO ABRINDO TRENDACU - FS='
                     WS-FS-TRENDACU
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
                 CLOSE CORRACID
                 CLOSE CIDTREND
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              PERFORM 014-ABRIR-JORNAIS
              PERFORM 015-CARREGAR-FECHAMENTOS
              OPEN OUTPUT RESTREL
              PERFORM 020-IMPRIMIR-CABECALHO
              PERFORM 025-LER-CORRACID
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
      *    ABRIR OS JORNAIS DE AUDITORIA - SEMPRE EM EXTEND, DATASETS
      *    PERMANENTES; NA 1A VEZ (FILE STATUS 35) ABRE EM OUTPUT
      *--------------------------------------------------------------*
       014-ABRIR-JORNAIS.

           OPEN EXTEND TRENDJRN
           IF WS-FS-TRENDJRN = '35'
               OPEN OUTPUT TRENDJRN
           END-IF
           OPEN EXTEND CIDTJRN
           IF WS-FS-CIDTJRN = '35'
               OPEN OUTPUT CIDTJRN
           END-IF
           OPEN EXTEND ACIDDIA
           IF WS-FS-ACIDDIA = '35'
               OPEN OUTPUT ACIDDIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS FECHAMENTOS PUBLICADOS - SEM O FECHCTL A
      *    REEXPRESSAO RODA, MAS NENHUM FECHAMENTO E APONTADO (AVISO)
      *--------------------------------------------------------------*
       015-CARREGAR-FECHAMENTOS.

           OPEN INPUT FECHCTL
           IF WS-FS-FECHCTL NOT = '00'
              DISPLAY ' * FECHCTL NAO ABERTO - FS=' WS-FS-FECHCTL
                  ' - FECHAMENTOS PUBLICADOS NAO CONFERIDOS'
           ELSE
              MOVE 'S' TO WS-TEM-FECHCTL
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 016-LER-FECHAMENTO UNTIL WS-FIM-AUX = 'S'
              CLOSE FECHCTL
              DISPLAY ' * FECHAMENTOS PUBLICADOS: ' WS-QTDE-FECH
           END-IF
           .
       016-LER-FECHAMENTO.

           READ FECHCTL
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF FC-PROGRAMA = 'CGPRG019' AND
                      FC-DESC-ROTULO = 'FECHAMENTO ACIDENTES ' AND
                      FC-DESC-ANOMES NUMERIC
                      PERFORM 017-GUARDAR-FECHAMENTO
                   END-IF
           END-READ
           .
       017-GUARDAR-FECHAMENTO.

           MOVE FC-DESC-ANOMES TO WS-FH-BUSCA
           PERFORM 074-PROCURAR-FECHAMENTO
           IF WS-FH-ACHOU = 'S'
              MOVE FC-VALOR TO WS-FH-VALOR (WS-FH-IDX)
           ELSE
              IF WS-QTDE-FECH < 240
                 ADD 1 TO WS-QTDE-FECH
                 MOVE WS-FH-BUSCA TO WS-FH-ANOMES (WS-QTDE-FECH)
                 MOVE FC-VALOR    TO WS-FH-VALOR (WS-QTDE-FECH)
              ELSE
                 MOVE WS-FH-BUSCA TO WS-CHAVE-EXC
                 MOVE 'TABELA DE FECHAMENTOS CHEIA' TO WS-MOTIVO-TAB
                 PERFORM 062-GRAVAR-TABELA-CHEIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CABECALHO DO RELATORIO E DA SECAO DE CORRECOES
      *--------------------------------------------------------------*
       020-IMPRIMIR-CABECALHO.

           MOVE ALL '=' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           STRING 'CGPRG066 - REEXPRESSAO DE DIAS PASSADOS - RODADA '
                                      DELIMITED BY SIZE
                  WS-DATA-EXEC        DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           MOVE ALL '=' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'CORRECOES RECEBIDAS (CORRACID):' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'CIDADE'    TO WS-LINHA (03:06)
           MOVE 'DATA'      TO WS-LINHA (10:04)
           MOVE 'DOCUMENTO' TO WS-LINHA (20:09)
           MOVE 'ACID.'     TO WS-LINHA (34:05)
           MOVE 'OBIT.'     TO WS-LINHA (41:05)
           MOVE 'PERC.%'    TO WS-LINHA (50:06)
           MOVE 'SITUACAO'  TO WS-LINHA (58:08)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE ALL '-' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           .
      *--------------------------------------------------------------*
      *    LEITURA DA PROXIMA CORRECAO
      *--------------------------------------------------------------*
       025-LER-CORRACID.

           READ CORRACID
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UMA CORRECAO: OPERADOR, CRITICA, LEITURA DOS
      *    TRES REGISTROS E, SE TUDO BATE, APLICACAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE SPACES                TO WS-MOTIVO-EXC
           MOVE CR-REG-CORRECAO (1:13) TO WS-CHAVE-EXC
           MOVE CR-OPERADOR           TO OA-OPERADOR
           MOVE 'CGPRG066'            TO OA-PROGRAMA
           MOVE 'A'                   TO OA-TIPO
           CALL 'CGOPAUT' USING OA-AREA
           IF OA-AUTORIZADO = 'N'
              ADD 1 TO WS-CTNAOAUT
              MOVE 'OPERADOR NAO AUTORIZADO' TO WS-MOTIVO-EXC
           ELSE
              PERFORM 031-CRITICAR-CORRECAO
           END-IF
           IF WS-MOTIVO-EXC = SPACES
              PERFORM 033-CALCULAR-DELTAS
              PERFORM 035-LER-ACUMULADORES
           END-IF
           IF WS-MOTIVO-EXC = SPACES
              PERFORM 038-CALCULAR-NOVOS
           END-IF
           IF WS-MOTIVO-EXC = SPACES
              PERFORM 040-APLICAR-CORRECAO
           END-IF
           PERFORM 055-IMPRIMIR-CORRECAO
           IF WS-MOTIVO-EXC NOT = SPACES
              ADD 1 TO WS-CTINVALID
              PERFORM 060-GRAVAR-EXCECAO
           END-IF
           PERFORM 025-LER-CORRACID
           .
      *--------------------------------------------------------------*
      *    CRITICA DO REGISTRO DE CORRECAO - SO DIA PASSADO
      *--------------------------------------------------------------*
       031-CRITICAR-CORRECAO.

           IF CR-CIDADE NOT NUMERIC OR CR-CIDADE = ZEROS
              MOVE 'CIDADE INVALIDA' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              (CR-DATA-ACID NOT NUMERIC OR CR-ANO < 2000 OR
               CR-MES < 01 OR CR-MES > 12 OR
               CR-DIA < 01 OR CR-DIA > 31)
              MOVE 'DATA DO ACIDENTE INVALIDA' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              CR-DATA-ACID NOT < WS-DATA-HOJE
              MOVE 'DATA DO ACIDENTE NAO E PASSADA' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              ((CR-SINAL-ACID   NOT = '+' AND NOT = '-') OR
               (CR-SINAL-OBITOS NOT = '+' AND NOT = '-') OR
               (CR-SINAL-PORC   NOT = '+' AND NOT = '-'))
              MOVE 'SINAL INVALIDO (ESPERA + OU -)' TO
                  WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              (CR-DELTA-ACID   NOT NUMERIC OR
               CR-DELTA-OBITOS NOT NUMERIC OR
               CR-DELTA-PORC   NOT NUMERIC)
              MOVE 'DIFERENCA NAO NUMERICA' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              CR-DELTA-ACID = ZEROS AND CR-DELTA-OBITOS = ZEROS AND
              CR-DELTA-PORC = ZEROS AND CR-CIDADE-NOVA NOT = 'S'
              MOVE 'CORRECAO SEM DIFERENCA' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              CR-CIDADE-NOVA NOT = 'S' AND CR-CIDADE-NOVA NOT = 'N'
              AND CR-CIDADE-NOVA NOT = SPACE
              MOVE 'INDICADOR CIDADE NOVA INVALIDO' TO WS-MOTIVO-EXC
           END-IF
           .
       033-CALCULAR-DELTAS.

           MOVE CR-DELTA-ACID   TO WS-DL-ACID
           MOVE CR-DELTA-OBITOS TO WS-DL-OBITOS
           MOVE CR-DELTA-PORC   TO WS-DL-PORC
           IF CR-SINAL-ACID = '-'
              COMPUTE WS-DL-ACID = WS-DL-ACID * -1
           END-IF
           IF CR-SINAL-OBITOS = '-'
              COMPUTE WS-DL-OBITOS = WS-DL-OBITOS * -1
           END-IF
           IF CR-SINAL-PORC = '-'
              COMPUTE WS-DL-PORC = WS-DL-PORC * -1
           END-IF
           IF CR-CIDADE-NOVA = 'S'
              MOVE 1 TO WS-DL-DIAS
           ELSE
              MOVE 0 TO WS-DL-DIAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER OS TRES ACUMULADORES DO DIA - CIDADE AUSENTE DO
      *    CIDTREND SO E ACEITA COMO CIDADE NOVA NO DIA; O TRENDACU
      *    TEM QUE TER O MES E O ANO (O DIA JA FOI PROCESSADO)
      *--------------------------------------------------------------*
       035-LER-ACUMULADORES.

           MOVE CR-CIDADE TO TC-CODIGO
           MOVE CR-ANO    TO TC-ANO
           MOVE CR-MES    TO TC-MES
           READ CIDTREND INTO WS-CT-REG
               INVALID KEY
                   MOVE 'N' TO WS-CT-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WS-CT-ACHOU
           END-READ
           IF WS-CT-ACHOU = 'N'
              IF CR-CIDADE-NOVA = 'S'
                 MOVE CR-CIDADE TO WS-CT-CODIGO
                 MOVE CR-ANO    TO WS-CT-ANO
                 MOVE CR-MES    TO WS-CT-MES
                 MOVE ZEROS     TO WS-CT-QTDDIAS
                                   WS-CT-QTDACID
                                   WS-CT-QTDOBITOS
                                   WS-CT-SOMAPORC
                                   WS-CT-QTDVEICULOS
                                   WS-CT-QTDBAFOM
                 MOVE SPACES    TO WS-CT-ANTES
              ELSE
                 MOVE 'CIDADE SEM CIDTREND NO MES' TO WS-MOTIVO-EXC
              END-IF
           ELSE
              MOVE WS-CT-REG TO WS-CT-ANTES
           END-IF
           IF WS-MOTIVO-EXC = SPACES
              MOVE CR-ANO TO WS-TR-CH-ANO
              MOVE CR-MES TO WS-TR-CH-MES
              READ TRENDACU INTO WS-TM-REG
                  INVALID KEY
                      MOVE 'MES SEM REGISTRO NO TRENDACU' TO
                          WS-MOTIVO-EXC
                  NOT INVALID KEY
                      MOVE WS-TM-REG TO WS-TM-ANTES
              END-READ
           END-IF
           IF WS-MOTIVO-EXC = SPACES
              MOVE CR-ANO TO WS-TR-CH-ANO
              MOVE ZEROS  TO WS-TR-CH-MES
              READ TRENDACU INTO WS-TA-REG
                  INVALID KEY
                      MOVE 'ANO SEM REGISTRO NO TRENDACU' TO
                          WS-MOTIVO-EXC
                  NOT INVALID KEY
                      MOVE WS-TA-REG TO WS-TA-ANTES
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    TOTAIS REEXPRESSOS - NENHUM PODE FICAR NEGATIVO
      *--------------------------------------------------------------*
       038-CALCULAR-NOVOS.

           COMPUTE WS-NV-CT-ACID   = WS-CT-QTDACID   + WS-DL-ACID
           COMPUTE WS-NV-CT-OBITOS = WS-CT-QTDOBITOS + WS-DL-OBITOS
           COMPUTE WS-NV-CT-PORC   = WS-CT-SOMAPORC  + WS-DL-PORC
           COMPUTE WS-NV-TM-ACID   = WS-TM-QTDACID   + WS-DL-ACID
           COMPUTE WS-NV-TM-PORC   = WS-TM-SOMAPORC  + WS-DL-PORC
           COMPUTE WS-NV-TA-ACID   = WS-TA-QTDACID   + WS-DL-ACID
           COMPUTE WS-NV-TA-PORC   = WS-TA-SOMAPORC  + WS-DL-PORC
           IF WS-NV-CT-ACID < ZEROS OR WS-NV-CT-OBITOS < ZEROS OR
              WS-NV-CT-PORC < ZEROS OR WS-NV-TM-ACID < ZEROS OR
              WS-NV-TM-PORC < ZEROS OR WS-NV-TA-ACID < ZEROS OR
              WS-NV-TA-PORC < ZEROS
              MOVE 'CORRECAO DEIXA TOTAL NEGATIVO' TO WS-MOTIVO-EXC
           END-IF
           .
      *--------------------------------------------------------------*
      *    APLICAR A CORRECAO NOS TRES ACUMULADORES, JORNALIZANDO
      *    CADA ALTERACAO, E GUARDAR OS TOTAIS PARA O RELATORIO - SO
      *    O QUE FOI GRAVADO VAI AO JORNAL; ERRO NA GRAVACAO PARA A
      *    CORRECAO E DEVOLVE O MOTIVO PARA O EXCEPREL
      *--------------------------------------------------------------*
       040-APLICAR-CORRECAO.

           PERFORM 045-REGISTRAR-PERIODO-MES
           PERFORM 046-REGISTRAR-PERIODO-ANO
           PERFORM 047-REGISTRAR-CIDADE

           ADD WS-DL-DIAS         TO WS-CT-QTDDIAS
           MOVE WS-NV-CT-ACID     TO WS-CT-QTDACID
           MOVE WS-NV-CT-OBITOS   TO WS-CT-QTDOBITOS
           MOVE WS-NV-CT-PORC     TO WS-CT-SOMAPORC
           MOVE WS-CT-REG         TO TC-REG-CIDTREND
           IF WS-CT-ACHOU = 'S'
              MOVE 'A' TO WS-OPER-JRN
              REWRITE TC-REG-CIDTREND
                  INVALID KEY
                      DISPLAY ' * ERRO REGRAVANDO CIDTREND '
                          WS-CT-CHAVE ' FS=' WS-FS-CIDTREND
                      MOVE 'ERRO REGRAVANDO O CIDTREND' TO
                          WS-MOTIVO-EXC
                  NOT INVALID KEY
                      PERFORM 051-GRAVAR-JRN-CIDTREND
                      PERFORM 052-GRAVAR-ACIDDIA
              END-REWRITE
           ELSE
              MOVE 'I' TO WS-OPER-JRN
              WRITE TC-REG-CIDTREND
                  INVALID KEY
                      DISPLAY ' * ERRO GRAVANDO CIDTREND '
                          WS-CT-CHAVE ' FS=' WS-FS-CIDTREND
                      MOVE 'ERRO GRAVANDO O CIDTREND' TO
                          WS-MOTIVO-EXC
                  NOT INVALID KEY
                      PERFORM 051-GRAVAR-JRN-CIDTREND
                      PERFORM 052-GRAVAR-ACIDDIA
              END-WRITE
           END-IF

           IF WS-MOTIVO-EXC = SPACES
              MOVE WS-NV-TM-ACID     TO WS-TM-QTDACID
              MOVE WS-NV-TM-PORC     TO WS-TM-SOMAPORC
              REWRITE WS-REG-TREND FROM WS-TM-REG
                  INVALID KEY
                      DISPLAY ' * ERRO REGRAVANDO TRENDACU '
                          WS-TM-CHAVE ' FS=' WS-FS-TRENDACU
                      MOVE 'ERRO REGRAVANDO O TRENDACU' TO
                          WS-MOTIVO-EXC
                  NOT INVALID KEY
                      MOVE WS-TM-ANTES       TO WS-IMAGEM-ANTES
                      PERFORM 050-GRAVAR-JRN-TREND
              END-REWRITE
           END-IF

           IF WS-MOTIVO-EXC = SPACES
              MOVE WS-NV-TA-ACID     TO WS-TA-QTDACID
              MOVE WS-NV-TA-PORC     TO WS-TA-SOMAPORC
              REWRITE WS-REG-TREND FROM WS-TA-REG
                  INVALID KEY
                      DISPLAY ' * ERRO REGRAVANDO TRENDACU '
                          WS-TA-CHAVE ' FS=' WS-FS-TRENDACU
                      MOVE 'ERRO REGRAVANDO O TRENDACU' TO
                          WS-MOTIVO-EXC
                  NOT INVALID KEY
                      MOVE WS-TA-ANTES       TO WS-IMAGEM-ANTES
                      PERFORM 050-GRAVAR-JRN-TREND
              END-REWRITE
           END-IF

           IF WS-MOTIVO-EXC = SPACES
              ADD 1 TO WS-CTAPLIC
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR O PERIODO MENSAL NA TABELA DO RELATORIO - O TOTAL
      *    ORIGINAL E O DA PRIMEIRA CORRECAO DO PERIODO NA RODADA
      *--------------------------------------------------------------*
       045-REGISTRAR-PERIODO-MES.

           MOVE 'N' TO WS-MS-ACHOU
           PERFORM 048-PROCURAR-PERIODO
               VARYING WS-MS-I FROM 1 BY 1
               UNTIL WS-MS-I > WS-QTDE-MESES OR WS-MS-ACHOU = 'S'
           IF WS-MS-ACHOU = 'N' AND WS-QTDE-MESES < 120
              ADD 1 TO WS-QTDE-MESES
              MOVE WS-QTDE-MESES  TO WS-MS-IDX
              MOVE 'S'            TO WS-MS-ACHOU
              MOVE WS-TM-ANO      TO WS-MS-ANO (WS-MS-IDX)
              MOVE WS-TM-MES      TO WS-MS-MES (WS-MS-IDX)
              MOVE WS-TM-QTDDIAS  TO WS-MS-DIAS (WS-MS-IDX)
              MOVE WS-TM-QTDACID  TO WS-MS-ORIG-ACID (WS-MS-IDX)
              MOVE WS-TM-SOMAPORC TO WS-MS-ORIG-PORC (WS-MS-IDX)
              MOVE ZEROS          TO WS-MS-CORR-ACID (WS-MS-IDX)
           END-IF
           IF WS-MS-ACHOU = 'N'
              MOVE 'TABELA DE PERIODOS CHEIA' TO WS-MOTIVO-TAB
              PERFORM 062-GRAVAR-TABELA-CHEIA
           END-IF
           IF WS-MS-ACHOU = 'S'
              ADD WS-DL-ACID      TO WS-MS-CORR-ACID (WS-MS-IDX)
              MOVE WS-NV-TM-ACID  TO WS-MS-NOVO-ACID (WS-MS-IDX)
              MOVE WS-NV-TM-PORC  TO WS-MS-NOVO-PORC (WS-MS-IDX)
           END-IF
           .
       046-REGISTRAR-PERIODO-ANO.

           MOVE 'N' TO WS-MS-ACHOU
           PERFORM 049-PROCURAR-ANO
               VARYING WS-MS-I FROM 1 BY 1
               UNTIL WS-MS-I > WS-QTDE-MESES OR WS-MS-ACHOU = 'S'
           IF WS-MS-ACHOU = 'N' AND WS-QTDE-MESES < 120
              ADD 1 TO WS-QTDE-MESES
              MOVE WS-QTDE-MESES  TO WS-MS-IDX
              MOVE 'S'            TO WS-MS-ACHOU
              MOVE WS-TA-ANO      TO WS-MS-ANO (WS-MS-IDX)
              MOVE ZEROS          TO WS-MS-MES (WS-MS-IDX)
              MOVE WS-TA-QTDDIAS  TO WS-MS-DIAS (WS-MS-IDX)
              MOVE WS-TA-QTDACID  TO WS-MS-ORIG-ACID (WS-MS-IDX)
              MOVE WS-TA-SOMAPORC TO WS-MS-ORIG-PORC (WS-MS-IDX)
              MOVE ZEROS          TO WS-MS-CORR-ACID (WS-MS-IDX)
           END-IF
           IF WS-MS-ACHOU = 'N'
              MOVE 'TABELA DE PERIODOS CHEIA' TO WS-MOTIVO-TAB
              PERFORM 062-GRAVAR-TABELA-CHEIA
           END-IF
           IF WS-MS-ACHOU = 'S'
              ADD WS-DL-ACID      TO WS-MS-CORR-ACID (WS-MS-IDX)
              MOVE WS-NV-TA-ACID  TO WS-MS-NOVO-ACID (WS-MS-IDX)
              MOVE WS-NV-TA-PORC  TO WS-MS-NOVO-PORC (WS-MS-IDX)
           END-IF
           .
       047-REGISTRAR-CIDADE.

           MOVE 'N' TO WS-CM-ACHOU
           PERFORM 053-PROCURAR-CIDADE
               VARYING WS-CM-I FROM 1 BY 1
               UNTIL WS-CM-I > WS-QTDE-CIDMES OR WS-CM-ACHOU = 'S'
           IF WS-CM-ACHOU = 'N' AND WS-QTDE-CIDMES < 500
              ADD 1 TO WS-QTDE-CIDMES
              MOVE WS-QTDE-CIDMES  TO WS-CM-IDX
              MOVE 'S'             TO WS-CM-ACHOU
              MOVE WS-CT-CODIGO    TO WS-CM-CIDADE (WS-CM-IDX)
              MOVE WS-CT-ANO       TO WS-CM-ANO (WS-CM-IDX)
              MOVE WS-CT-MES       TO WS-CM-MES (WS-CM-IDX)
              MOVE WS-CT-QTDACID   TO WS-CM-ORIG-ACID (WS-CM-IDX)
              MOVE WS-CT-QTDOBITOS TO WS-CM-ORIG-OBIT (WS-CM-IDX)
              MOVE ZEROS           TO WS-CM-CORR-ACID (WS-CM-IDX)
                                      WS-CM-CORR-OBIT (WS-CM-IDX)
           END-IF
           IF WS-CM-ACHOU = 'N'
              MOVE 'TABELA DE CIDADES CHEIA' TO WS-MOTIVO-TAB
              PERFORM 062-GRAVAR-TABELA-CHEIA
           END-IF
           IF WS-CM-ACHOU = 'S'
              ADD WS-DL-ACID       TO WS-CM-CORR-ACID (WS-CM-IDX)
              ADD WS-DL-OBITOS     TO WS-CM-CORR-OBIT (WS-CM-IDX)
              MOVE WS-NV-CT-ACID   TO WS-CM-NOVO-ACID (WS-CM-IDX)
              MOVE WS-NV-CT-OBITOS TO WS-CM-NOVO-OBIT (WS-CM-IDX)
           END-IF
           .
       048-PROCURAR-PERIODO.

           IF WS-MS-ANO (WS-MS-I) = WS-TM-ANO AND
              WS-MS-MES (WS-MS-I) = WS-TM-MES
              MOVE 'S'     TO WS-MS-ACHOU
              MOVE WS-MS-I TO WS-MS-IDX
           END-IF
           .
       049-PROCURAR-ANO.

           IF WS-MS-ANO (WS-MS-I) = WS-TA-ANO AND
              WS-MS-MES (WS-MS-I) = ZEROS
              MOVE 'S'     TO WS-MS-ACHOU
              MOVE WS-MS-I TO WS-MS-IDX
           END-IF
           .
      *--------------------------------------------------------------*
      *    JORNAIS DE AUDITORIA - IMAGEM ANTES/DEPOIS
      *--------------------------------------------------------------*
       050-GRAVAR-JRN-TREND.

           MOVE 'CGPRG066'       TO JR-PROGRAMA
           MOVE WS-DATA-EXEC     TO JR-DATA-EXECUCAO
           MOVE 'A'              TO JR-OPERACAO
           MOVE WS-IMAGEM-ANTES  TO JR-IMAGEM-ANTES
           MOVE WS-REG-TREND     TO JR-IMAGEM-DEPOIS
           MOVE CR-OPERADOR      TO JR-OPERADOR
           WRITE WS-REG-JORNAL
           ADD 1 TO WS-CTJRNTREND
           .
       051-GRAVAR-JRN-CIDTREND.

           MOVE 'CGPRG066'       TO JT-PROGRAMA
           MOVE WS-DATA-EXEC     TO JT-DATA-EXECUCAO
           MOVE WS-OPER-JRN      TO JT-OPERACAO
           MOVE WS-CT-ANTES      TO JT-IMAGEM-ANTES
           MOVE TC-REG-CIDTREND  TO JT-IMAGEM-DEPOIS
           MOVE CR-OPERADOR      TO JT-OPERADOR
           WRITE WS-REG-JORNAL-CID
           ADD 1 TO WS-CTJRNCID
           .
      *--------------------------------------------------------------*
      *    AJUSTE DO DIA NO HISTORICO DIARIO - SO ACIDENTES E OBITOS
      *    MUDAM NA CORRECAO; VEICULOS E BAFOMETRO FICAM ZERADOS
      *--------------------------------------------------------------*
       052-GRAVAR-ACIDDIA.

           MOVE CR-CIDADE        TO AD-CIDADE
           MOVE CR-DATA-ACID     TO AD-DATA
           MOVE 'C'              TO AD-ORIGEM
           MOVE WS-DL-ACID       TO AD-QTDACID
           MOVE WS-DL-OBITOS     TO AD-QTDOBIT
           MOVE ZEROS            TO AD-QTDVEIC
                                    AD-QTDBAFO
           WRITE AD-REG-ACIDDIA
           ADD 1 TO WS-CTACIDDIA
           .
       053-PROCURAR-CIDADE.

           IF WS-CM-CIDADE (WS-CM-I) = WS-CT-CODIGO AND
              WS-CM-ANO (WS-CM-I)    = WS-CT-ANO    AND
              WS-CM-MES (WS-CM-I)    = WS-CT-MES
              MOVE 'S'     TO WS-CM-ACHOU
              MOVE WS-CM-I TO WS-CM-IDX
           END-IF
           .
      *--------------------------------------------------------------*
      *    LINHA DA CORRECAO NO RELATORIO (APLICADA OU RECUSADA)
      *--------------------------------------------------------------*
       055-IMPRIMIR-CORRECAO.

           MOVE CR-CIDADE       TO WS-LC-CIDADE
           MOVE CR-DATA-ACID    TO WS-LC-DATA
           MOVE CR-DOCUMENTO    TO WS-LC-DOCUMENTO
           IF CR-DELTA-ACID NUMERIC AND CR-DELTA-OBITOS NUMERIC AND
              CR-DELTA-PORC NUMERIC
              PERFORM 033-CALCULAR-DELTAS
              MOVE WS-DL-ACID   TO WS-LC-ACID
              MOVE WS-DL-OBITOS TO WS-LC-OBITOS
              MOVE WS-DL-PORC   TO WS-LC-PORC
           ELSE
              MOVE ZEROS        TO WS-LC-ACID
                                   WS-LC-OBITOS
                                   WS-LC-PORC
           END-IF
           IF WS-MOTIVO-EXC = SPACES
              IF CR-CIDADE-NOVA = 'S'
                 MOVE 'APLICADA (CIDADE NOVA)' TO WS-LC-SITUACAO
              ELSE
                 MOVE 'APLICADA'               TO WS-LC-SITUACAO
              END-IF
           ELSE
              MOVE 'RECUSADA - VER EXCEPREL'   TO WS-LC-SITUACAO
           END-IF
           WRITE WS-REG-RESTREL FROM WS-LIN-CORRECAO
           .
      *--------------------------------------------------------------*
      *    GRAVAR A CORRECAO RECUSADA (OU O FECHAMENTO ATINGIDO) NO
      *    EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           DISPLAY ' * ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG066'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ACIDENTES'     TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    FECHAMENTO, PERIODO OU CIDADE FORA DA TABELA - A CORRECAO
      *    SEGUE, MAS O RELATORIO NAO MOSTRA A ENTRADA; VAI AO
      *    EXCEPREL E DEVOLVE RC 04
      *--------------------------------------------------------------*
       062-GRAVAR-TABELA-CHEIA.

           ADD 1 TO WS-CTTABCHEIA
           DISPLAY ' * ' WS-CHAVE-EXC ' - ' WS-MOTIVO-TAB

           MOVE 'CGPRG066'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ACIDENTES'     TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-TAB   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
       068-IMPRIMIR-LINHA.

           WRITE WS-REG-RESTREL FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           .
      *--------------------------------------------------------------*
      *    TRENDACU REEXPRESSO POR PERIODO, COM OS FECHAMENTOS
      *    PUBLICADOS QUE A MUDANCA ATINGE
      *--------------------------------------------------------------*
       070-IMPRIMIR-PERIODOS.

           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'TRENDACU - ORIGINAL / CORRECAO / REEXPRESSO:'
               TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'PERIODO'    TO WS-LINHA (03:07)
           MOVE 'ACID.ORIG.' TO WS-LINHA (14:10)
           MOVE 'CORRECAO'   TO WS-LINHA (26:08)
           MOVE 'ACID.REEXP' TO WS-LINHA (35:10)
           MOVE 'MEDIA% ORIG' TO WS-LINHA (46:11)
           MOVE 'MEDIA% REEXP' TO WS-LINHA (57:12)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE ALL '-' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           IF WS-QTDE-MESES = ZEROS
              MOVE '  NENHUM PERIODO REEXPRESSO NESTA RODADA'
                  TO WS-LINHA
              PERFORM 068-IMPRIMIR-LINHA
           END-IF
           PERFORM 071-IMPRIMIR-PERIODO
               VARYING WS-MS-I FROM 1 BY 1
               UNTIL WS-MS-I > WS-QTDE-MESES
           .
       071-IMPRIMIR-PERIODO.

           MOVE SPACES TO WS-LP-PERIODO
           IF WS-MS-MES (WS-MS-I) = ZEROS
              STRING WS-MS-ANO (WS-MS-I) DELIMITED BY SIZE
                     ' ANUAL'            DELIMITED BY SIZE
                INTO WS-LP-PERIODO
              END-STRING
           ELSE
              STRING WS-MS-ANO (WS-MS-I) DELIMITED BY SIZE
                     '/'                 DELIMITED BY SIZE
                     WS-MS-MES (WS-MS-I) DELIMITED BY SIZE
                INTO WS-LP-PERIODO
              END-STRING
           END-IF
           MOVE WS-MS-ORIG-ACID (WS-MS-I) TO WS-LP-ORIG-ACID
           MOVE WS-MS-CORR-ACID (WS-MS-I) TO WS-LP-CORR-ACID
           MOVE WS-MS-NOVO-ACID (WS-MS-I) TO WS-LP-NOVO-ACID
           IF WS-MS-DIAS (WS-MS-I) > ZEROS
              COMPUTE WS-MEDIA = WS-MS-ORIG-PORC (WS-MS-I) /
                  WS-MS-DIAS (WS-MS-I)
              MOVE WS-MEDIA TO WS-LP-ORIG-MEDIA
              COMPUTE WS-MEDIA = WS-MS-NOVO-PORC (WS-MS-I) /
                  WS-MS-DIAS (WS-MS-I)
              MOVE WS-MEDIA TO WS-LP-NOVO-MEDIA
           ELSE
              MOVE ZEROS    TO WS-LP-ORIG-MEDIA
                               WS-LP-NOVO-MEDIA
           END-IF
           WRITE WS-REG-RESTREL FROM WS-LIN-PERIODO
           IF WS-MS-MES (WS-MS-I) NOT = ZEROS
              PERFORM 073-CONFERIR-FECHAMENTOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAMENTOS ATINGIDOS PELA MUDANCA NO MES M: O DO PROPRIO
      *    MES, O DE M+1 (COMPARA COM O MES ANTERIOR) E O DE M+12
      *    (COMPARA COM O MESMO MES DO ANO ANTERIOR) - CADA UM JA
      *    PUBLICADO E APONTADO NO RELATORIO E NO EXCEPREL
      *--------------------------------------------------------------*
       073-CONFERIR-FECHAMENTOS.

           IF WS-TEM-FECHCTL = 'S'
              MOVE WS-MS-ANO (WS-MS-I) TO WS-FH-ANO
              MOVE WS-MS-MES (WS-MS-I) TO WS-FH-MES
              COMPUTE WS-FH-BUSCA = WS-FH-ANO * 100 + WS-FH-MES
              PERFORM 074-PROCURAR-FECHAMENTO
              IF WS-FH-ACHOU = 'S'
                 MOVE WS-FH-VALOR (WS-FH-IDX) TO WS-SOUT-VALOR
                 STRING '    ** FECHAMENTO ' DELIMITED BY SIZE
                        WS-FH-ANO           DELIMITED BY SIZE
                        '/'                 DELIMITED BY SIZE
                        WS-FH-MES           DELIMITED BY SIZE
                        ' JA PUBLICADO COM ' DELIMITED BY SIZE
                        WS-SOUT-VALOR       DELIMITED BY SIZE
                        ' ACIDENTES - REEMITIR' DELIMITED BY SIZE
                   INTO WS-LINHA
                 END-STRING
                 PERFORM 075-APONTAR-FECHAMENTO
              END-IF
              IF WS-FH-MES = 12
                 ADD 1 TO WS-FH-ANO
                 MOVE 01 TO WS-FH-MES
              ELSE
                 ADD 1 TO WS-FH-MES
              END-IF
              COMPUTE WS-FH-BUSCA = WS-FH-ANO * 100 + WS-FH-MES
              PERFORM 074-PROCURAR-FECHAMENTO
              IF WS-FH-ACHOU = 'S'
                 STRING '    ** FECHAMENTO ' DELIMITED BY SIZE
                        WS-FH-ANO           DELIMITED BY SIZE
                        '/'                 DELIMITED BY SIZE
                        WS-FH-MES           DELIMITED BY SIZE
                        ' PUBLICADO - COMPARATIVO COM O MES '
                                            DELIMITED BY SIZE
                        'ANTERIOR'          DELIMITED BY SIZE
                   INTO WS-LINHA
                 END-STRING
                 PERFORM 075-APONTAR-FECHAMENTO
              END-IF
              COMPUTE WS-FH-ANO = WS-MS-ANO (WS-MS-I) + 1
              MOVE WS-MS-MES (WS-MS-I) TO WS-FH-MES
              COMPUTE WS-FH-BUSCA = WS-FH-ANO * 100 + WS-FH-MES
              PERFORM 074-PROCURAR-FECHAMENTO
              IF WS-FH-ACHOU = 'S'
                 STRING '    ** FECHAMENTO ' DELIMITED BY SIZE
                        WS-FH-ANO           DELIMITED BY SIZE
                        '/'                 DELIMITED BY SIZE
                        WS-FH-MES           DELIMITED BY SIZE
                        ' PUBLICADO - COMPARATIVO COM O ANO '
                                            DELIMITED BY SIZE
                        'ANTERIOR'          DELIMITED BY SIZE
                   INTO WS-LINHA
                 END-STRING
                 PERFORM 075-APONTAR-FECHAMENTO
              END-IF
           END-IF
           .
       074-PROCURAR-FECHAMENTO.

           MOVE 'N' TO WS-FH-ACHOU
           PERFORM 078-COMPARAR-FECHAMENTO
               VARYING WS-FH-I FROM 1 BY 1
               UNTIL WS-FH-I > WS-QTDE-FECH OR WS-FH-ACHOU = 'S'
           .
       075-APONTAR-FECHAMENTO.

           PERFORM 068-IMPRIMIR-LINHA
           ADD 1 TO WS-CTFECHAFET
           MOVE SPACES TO WS-CHAVE-EXC
           STRING 'FECH '     DELIMITED BY SIZE
                  WS-FH-BUSCA DELIMITED BY SIZE
             INTO WS-CHAVE-EXC
           END-STRING
           MOVE 'FECHAMENTO PUBLICADO ATINGIDO' TO WS-MOTIVO-EXC
           PERFORM 060-GRAVAR-EXCECAO
           .
      *--------------------------------------------------------------*
      *    CIDTREND REEXPRESSO POR CIDADE X MES
      *--------------------------------------------------------------*
       076-IMPRIMIR-CIDADES.

           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'CIDTREND - ORIGINAL / CORRECAO / REEXPRESSO:'
               TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'CIDADE'     TO WS-LINHA (03:06)
           MOVE 'PERIODO'    TO WS-LINHA (10:07)
           MOVE 'ACID.ORIG.' TO WS-LINHA (18:10)
           MOVE 'CORR.'      TO WS-LINHA (30:05)
           MOVE 'ACID.REEXP' TO WS-LINHA (35:10)
           MOVE 'OBIT.ORIG'  TO WS-LINHA (45:09)
           MOVE 'CORR.'      TO WS-LINHA (56:05)
           MOVE 'OBIT.REEXP' TO WS-LINHA (59:10)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE ALL '-' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           IF WS-QTDE-CIDMES = ZEROS
              MOVE '  NENHUMA CIDADE REEXPRESSA NESTA RODADA'
                  TO WS-LINHA
              PERFORM 068-IMPRIMIR-LINHA
           END-IF
           PERFORM 077-IMPRIMIR-CIDADE
               VARYING WS-CM-I FROM 1 BY 1
               UNTIL WS-CM-I > WS-QTDE-CIDMES
           .
       077-IMPRIMIR-CIDADE.

           MOVE WS-CM-CIDADE (WS-CM-I)    TO WS-LD-CIDADE
           MOVE WS-CM-ANO (WS-CM-I)       TO WS-LD-ANO
           MOVE WS-CM-MES (WS-CM-I)       TO WS-LD-MES
           MOVE WS-CM-ORIG-ACID (WS-CM-I) TO WS-LD-ORIG-ACID
           MOVE WS-CM-CORR-ACID (WS-CM-I) TO WS-LD-CORR-ACID
           MOVE WS-CM-NOVO-ACID (WS-CM-I) TO WS-LD-NOVO-ACID
           MOVE WS-CM-ORIG-OBIT (WS-CM-I) TO WS-LD-ORIG-OBIT
           MOVE WS-CM-CORR-OBIT (WS-CM-I) TO WS-LD-CORR-OBIT
           MOVE WS-CM-NOVO-OBIT (WS-CM-I) TO WS-LD-NOVO-OBIT
           WRITE WS-REG-RESTREL FROM WS-LIN-CIDADE
           .
       078-COMPARAR-FECHAMENTO.

           IF WS-FH-ANOMES (WS-FH-I) = WS-FH-BUSCA
              MOVE 'S'     TO WS-FH-ACHOU
              MOVE WS-FH-I TO WS-FH-IDX
           END-IF
           .
      *--------------------------------------------------------------*
      *    RESUMO DA RODADA
      *--------------------------------------------------------------*
       080-IMPRIMIR-RESUMO.

           PERFORM 068-IMPRIMIR-LINHA
           MOVE ALL '=' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'CORRECOES LIDAS........................:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTLIDO      TO WS-LR-VALOR
           WRITE WS-REG-RESTREL FROM WS-LIN-RESUMO
           MOVE 'CORRECOES APLICADAS....................:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTAPLIC     TO WS-LR-VALOR
           WRITE WS-REG-RESTREL FROM WS-LIN-RESUMO
           MOVE 'CORRECOES RECUSADAS (EXCEPREL).........:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTINVALID   TO WS-LR-VALOR
           WRITE WS-REG-RESTREL FROM WS-LIN-RESUMO
           MOVE 'FECHAMENTOS PUBLICADOS ATINGIDOS.......:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTFECHAFET  TO WS-LR-VALOR
           WRITE WS-REG-RESTREL FROM WS-LIN-RESUMO
           IF WS-TEM-FECHCTL = 'N'
              MOVE '  (FECHCTL AUSENTE - FECHAMENTOS NAO CONFERIDOS)'
                  TO WS-LINHA
              PERFORM 068-IMPRIMIR-LINHA
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - CORRECAO RECUSADA, FECHAMENTO
      *    PUBLICADO ATINGIDO OU TABELA CHEIA DEVOLVE RC 04
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTINVALID > ZEROS OR WS-CTFECHAFET > ZEROS OR
              WS-CTTABCHEIA > ZEROS
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF

           MOVE 'CGPRG066'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CORRECOES LIDAS'               TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG066'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CORRECOES APLICADAS'           TO CT-DESCRICAO
           MOVE WS-CTAPLIC           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG066'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CORRECOES RECUSADAS'           TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG066'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS NO TRENDJRN'         TO CT-DESCRICAO
           MOVE WS-CTJRNTREND        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG066'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS NO CIDTJRN'          TO CT-DESCRICAO
           MOVE WS-CTJRNCID          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG066'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'AJUSTES NO ACIDDIA'            TO CT-DESCRICAO
           MOVE WS-CTACIDDIA         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG066'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'FECHAMENTOS ATINGIDOS'         TO CT-DESCRICAO
           MOVE WS-CTFECHAFET        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG066'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ENTRADAS FORA DAS TABELAS'     TO CT-DESCRICAO
           MOVE WS-CTTABCHEIA        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE CORRACID
           CLOSE CIDTREND
           CLOSE TRENDACU
           CLOSE TRENDJRN
           CLOSE CIDTJRN
           CLOSE ACIDDIA
           CLOSE RESTREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG066        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CORRECOES LIDAS............: ' WS-CTLIDO
           DISPLAY ' * CORRECOES APLICADAS........: ' WS-CTAPLIC
           DISPLAY ' * CORRECOES RECUSADAS........: ' WS-CTINVALID
           DISPLAY ' *   OPERADOR NAO AUTORIZADO..: ' WS-CTNAOAUT
           DISPLAY ' * REGISTROS NO TRENDJRN......: ' WS-CTJRNTREND
           DISPLAY ' * REGISTROS NO CIDTJRN.......: ' WS-CTJRNCID
           DISPLAY ' * AJUSTES NO ACIDDIA.........: ' WS-CTACIDDIA
           DISPLAY ' * FECHAMENTOS ATINGIDOS......: ' WS-CTFECHAFET
           DISPLAY ' * ENTRADAS FORA DAS TABELAS..: ' WS-CTTABCHEIA
           DISPLAY ' * CODIGO DE RETORNO..........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG066        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG066 <-------------------*
