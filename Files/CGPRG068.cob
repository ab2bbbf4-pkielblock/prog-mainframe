       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG068.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 06/10/2026.
       DATE-COMPILED. 06/10/2026.
      *--------------------------------------------------------------*
      *    EFETIVIDADE DAS CAMPANHAS DE FISCALIZACAO (BLITZ, RADAR,  *
      *    BAFOMETRO) - PARA CADA CAMPANHA DO ARQUIVO CAMPANHA E     *
      *    CADA CIDADE ALVO (CIDADE INFORMADA OU TODAS AS CIDADES DA *
      *    UF, PELO CIDADEIX) COMPARA, NO CIDTREND, TRES JANELAS DE  *
      *    MESMO TAMANHO: ANTES, DURANTE E DEPOIS DA CAMPANHA. O     *
      *    CIDTREND E MENSAL, ENTAO AS JANELAS SAO EM MESES: O MES   *
      *    DA DATA INICIAL ATE O MES DA DATA FINAL E A JANELA        *
      *    DURANTE; ANTES E DEPOIS TEM O MESMO NUMERO DE MESES.      *
      *    POR JANELA: ACIDENTES, OBITOS, % DE DIAS COM BAFOMETRO    *
      *    POSITIVO E O INDICE COMPOSTO DE RISCO DO CGPRG007 (PESOS  *
      *    DO PESORISC; SEM ELE, A TAXA CRUA ACIDENTES/VEICULOS).    *
      *    A CIDADE EM QUE ALGUM NUMERO SUBIU DURANTE OU DEPOIS EM   *
      *    RELACAO AO ANTES SAI MARCADA. NO FIM, O RANKING DAS       *
      *    CAMPANHAS PELA REDUCAO DE ACIDENTES DURANTE X ANTES.      *
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
           SELECT CAMPANHA  ASSIGN TO "CAMPANHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAMPANHA.
           SELECT CIDTREND  ASSIGN TO "CIDTREND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-FS-CIDTREND.
           SELECT CIDADEIX  ASSIGN TO "CIDADEIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-CODIGO
               FILE STATUS IS WS-FS-CIDADEIX.
           SELECT PESORISC  ASSIGN TO "PESORISC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PESORISC.
           SELECT CAMPREL   ASSIGN TO "CAMPREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAMPREL.
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
       FD  CAMPANHA
           LABEL RECORDS ARE STANDARD.
           COPY CGCAMPAN.

       FD  CIDTREND
           LABEL RECORDS ARE STANDARD.
           COPY CGCIDTRN.

       FD  CIDADEIX
           LABEL RECORDS ARE STANDARD.
           COPY CGCIDIXF.

      *-----> PESOS DO INDICE COMPOSTO DE RISCO - O MESMO ARQUIVO DO
      *       CGPRG007; SEM ELE O INDICE E A TAXA CRUA
       FD  PESORISC
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PESORISC.
           05  PS-PESO-TAXA        PIC 9V99.
           05  PS-PESO-LETAL       PIC 9V99.
           05  PS-PESO-MORTAL      PIC 9V99.
           05  PS-PESO-BAFO        PIC 9V99.

       FD  CAMPREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CAMPREL             PIC X(80).

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
           05  WS-FIM-CAMP            PIC X(01) VALUE 'N'.
           05  WS-TEM-CIDADEIX        PIC X(01) VALUE 'N'.
           05  WS-REG-VALIDO          PIC X(01).
           05  WS-CTCAMPLIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTCAMPREJ           PIC 9(07) VALUE ZEROS.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTPIORA             PIC 9(07) VALUE ZEROS.
           05  WS-CTEXCEC             PIC 9(07) VALUE ZEROS.
           05  WS-FS-CAMPANHA         PIC X(02).
           05  WS-FS-CIDTREND         PIC X(02).
           05  WS-FS-CIDADEIX         PIC X(02).
           05  WS-FS-PESORISC         PIC X(02).
           05  WS-FS-CAMPREL          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-DATA-HOJE-R  REDEFINES WS-DATA-HOJE.
               10  WS-HOJE-ANO        PIC 9(04).
               10  WS-HOJE-MES        PIC 9(02).
               10  WS-HOJE-DIA        PIC 9(02).
           05  WS-ORD-HOJE            PIC 9(06).
           05  WS-ORD-REG             PIC 9(06).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).

      *-----> CAMPANHAS CARREGADAS DO ARQUIVO CAMPANHA. O MES E
      *       GUARDADO COMO ORDINAL (ANO * 12 + MES - 1) PARA AS
      *       JANELAS ATRAVESSAREM A VIRADA DO ANO
       77  WS-QTDE-CAMP               PIC 9(02) VALUE ZEROS.
       77  WS-CP-I                    PIC 9(02).
       77  WS-CP-J                    PIC 9(02).
       77  WS-CP-IDX                  PIC 9(02).
       77  WS-CP-ACHOU                PIC X(01).
       77  WS-RANK                    PIC 9(02).
       77  WS-J-MELHOR                PIC X(01).
       01  WS-TAB-CAMPANHAS.
           05  WS-CAMP  OCCURS 50 TIMES.
               10  WS-CP-ID             PIC X(06).
               10  WS-CP-TIPO           PIC X(10).
               10  WS-CP-DESCR          PIC X(30).
               10  WS-CP-DATA-INI       PIC 9(08).
               10  WS-CP-DATA-FIM       PIC 9(08).
               10  WS-CP-MESES          PIC 9(03).
               10  WS-CP-ORD-ANTES      PIC 9(06).
               10  WS-CP-ORD-INI        PIC 9(06).
               10  WS-CP-ORD-FIM        PIC 9(06).
               10  WS-CP-ORD-DEPOIS     PIC 9(06).
               10  WS-CP-QTDCID         PIC 9(04).
               10  WS-CP-QTDPIORA       PIC 9(04).
               10  WS-CP-TEM-BASE       PIC X(01).
               10  WS-CP-RED-DUR        PIC S9(05)V9.
               10  WS-CP-RED-DEP        PIC S9(05)V9.
               10  WS-CP-RANK           PIC 9(02).
               10  WS-CP-JANELA  OCCURS 3 TIMES.
                   15  WS-CP-ACID       PIC 9(07).
                   15  WS-CP-OBIT       PIC 9(07).
                   15  WS-CP-VEIC       PIC 9(09).
                   15  WS-CP-BAFO       PIC 9(05).
                   15  WS-CP-DIAS       PIC 9(05).
                   15  WS-CP-SOMAPORC   PIC 9(07)V9999.

      *-----> ALVOS DAS CAMPANHAS (CIDADE OU UF)
       77  WS-QTDE-ALVO               PIC 9(03) VALUE ZEROS.
       77  WS-AV-I                    PIC 9(03).
       01  WS-TAB-ALVOS.
           05  WS-ALVO  OCCURS 300 TIMES.
               10  WS-AV-CAMP           PIC 9(02).
               10  WS-AV-TIPO           PIC X(01).
               10  WS-AV-CIDADE         PIC 9(05).
               10  WS-AV-UF             PIC X(02).
               10  WS-AV-ACHOU          PIC X(01).

      *-----> CIDADES AVALIADAS (CAMPANHA X CIDADE) COM OS TOTAIS DAS
      *       TRES JANELAS (1 = ANTES, 2 = DURANTE, 3 = DEPOIS)
       77  WS-QTDE-PAR                PIC 9(03) VALUE ZEROS.
       77  WS-PR-I                    PIC 9(03).
       77  WS-PR-IDX                  PIC 9(03).
       01  WS-TAB-PARES.
           05  WS-PAR  OCCURS 500 TIMES.
               10  WS-PR-CAMP           PIC 9(02).
               10  WS-PR-CIDADE         PIC 9(05).
               10  WS-PR-NOME           PIC X(20).
               10  WS-PR-UF             PIC X(02).
               10  WS-PR-JANELA  OCCURS 3 TIMES.
                   15  WS-PR-ACID       PIC 9(07).
                   15  WS-PR-OBIT       PIC 9(07).
                   15  WS-PR-VEIC       PIC 9(09).
                   15  WS-PR-BAFO       PIC 9(05).
                   15  WS-PR-DIAS       PIC 9(05).
                   15  WS-PR-SOMAPORC   PIC 9(07)V9999.

      *-----> CIDADE CORRENTE DO CIDTREND E AS CAMPANHAS EM QUE ENTRA
       77  WS-QTDE-CIDPAR             PIC 9(02) VALUE ZEROS.
       77  WS-CI-I                    PIC 9(02).
       77  WS-CI-ACHOU                PIC X(01).
       01  WS-CIDADE-ATUAL.
           05  WS-CID-CODIGO          PIC 9(05) VALUE ZEROS.
           05  WS-CID-NOME            PIC X(20).
           05  WS-CID-UF              PIC X(02).
       01  WS-TAB-CIDPAR.
           05  WS-CIDPAR  OCCURS 50 TIMES PIC 9(03).

      *-----> PESOS E CALCULO DAS MEDIDAS DE UMA JANELA (MESMA
      *       FORMULA DO 072-CALCULAR-INDICE DO CGPRG007, SOBRE OS
      *       TOTAIS MENSAIS: TAXA = MEDIA DIARIA ACIDENTES/VEICULOS,
      *       BAFOMETRO = % DOS DIAS COM BAFOMETRO POSITIVO)
       77  WS-TEM-PESOS               PIC X(01) VALUE 'N'.
       77  WS-SOMA-PESOS              PIC 9(02)V99 VALUE ZEROS.
       77  WS-JN                      PIC 9(01).
       01  WS-PESOS.
           05  WS-PESO-TAXA           PIC 9V99 VALUE ZEROS.
           05  WS-PESO-LETAL          PIC 9V99 VALUE ZEROS.
           05  WS-PESO-MORTAL         PIC 9V99 VALUE ZEROS.
           05  WS-PESO-BAFO           PIC 9V99 VALUE ZEROS.
       01  WS-JANELA-TRAB.
           05  WS-JW-ACID             PIC 9(07).
           05  WS-JW-OBIT             PIC 9(07).
           05  WS-JW-VEIC             PIC 9(09).
           05  WS-JW-BAFO             PIC 9(05).
           05  WS-JW-DIAS             PIC 9(05).
           05  WS-JW-SOMAPORC         PIC 9(07)V9999.
       01  WS-AREA-INDICE.
           05  WS-TAXA                PIC 9(03)V99.
           05  WS-LETALIDADE          PIC 9(05)V99.
           05  WS-MORTALIDADE         PIC 9(05)V99.
           05  WS-BAFO-PCT            PIC 9(03)V9.
           05  WS-INDICE              PIC 9(05)V99.
       01  WS-TAB-MEDIDAS.
           05  WS-MEDIDA  OCCURS 3 TIMES.
               10  WS-MT-ACID           PIC 9(07).
               10  WS-MT-OBIT           PIC 9(07).
               10  WS-MT-DIAS           PIC 9(05).
               10  WS-MT-BAFO           PIC 9(03)V9.
               10  WS-MT-INDICE         PIC 9(05)V99.
               10  WS-MT-SUBIU          PIC X(01).

      *-----> O QUE SUBIU NA CIDADE (DURANTE OU DEPOIS X ANTES)
       01  WS-SUBIU.
           05  WS-SB-ACID             PIC X(01).
           05  WS-SB-OBIT             PIC X(01).
           05  WS-SB-BAFO             PIC X(01).
           05  WS-SB-INDICE           PIC X(01).
       77  WS-PTR                     PIC 9(03).

      *-----> EDICAO DE MES (ORDINAL -> AAAA/MM) E DE DATA
       77  WS-ORD-ED                  PIC 9(06).
       77  WS-ED-RESTO                PIC 9(02).
       01  WS-MES-ED.
           05  WS-ED-ANO              PIC 9(04).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-ED-MES              PIC 9(02).
       01  WS-DATA-TRAB               PIC 9(08).
       01  WS-DATA-TRAB-R  REDEFINES WS-DATA-TRAB.
           05  WS-DT-ANO              PIC 9(04).
           05  WS-DT-MES              PIC 9(02).
           05  WS-DT-DIA              PIC 9(02).
       01  WS-DATA-ED.
           05  WS-DE-DIA              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-DE-MES              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-DE-ANO              PIC 9(04).

      *-----> ROTULOS DAS JANELAS
       01  WS-ROTULOS-JANELA.
           05  FILLER                 PIC X(08) VALUE 'ANTES   '.
           05  FILLER                 PIC X(08) VALUE 'DURANTE '.
           05  FILLER                 PIC X(08) VALUE 'DEPOIS  '.
       01  WS-ROTULOS-R  REDEFINES WS-ROTULOS-JANELA.
           05  WS-ROTULO  OCCURS 3 TIMES PIC X(08).

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05  FILLER              PIC X(39) VALUE
               'CGPRG068 - EFETIVIDADE DE CAMPANHAS DE '.
           05  FILLER              PIC X(21) VALUE
               'FISCALIZACAO'.
           05  FILLER              PIC X(08) VALUE 'EMISSAO '.
           05  LT-DATA             PIC X(10).
       01  WS-LIN-CAMP1.
           05  FILLER              PIC X(09) VALUE 'CAMPANHA '.
           05  LC-ID               PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LC-TIPO             PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LC-DESCR            PIC X(30).
       01  WS-LIN-CAMP2.
           05  FILLER              PIC X(08) VALUE 'PERIODO '.
           05  LC-DATA-INI         PIC X(10).
           05  FILLER              PIC X(03) VALUE ' A '.
           05  LC-DATA-FIM         PIC X(10).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  LC-MESES            PIC ZZ9.
           05  FILLER              PIC X(23) VALUE
               ' MES(ES) POR JANELA'.
       01  WS-LIN-CAMP3.
           05  FILLER              PIC X(06) VALUE 'ANTES '.
           05  LC-ANTES-INI        PIC X(07).
           05  FILLER              PIC X(01) VALUE '-'.
           05  LC-ANTES-FIM        PIC X(07).
           05  FILLER              PIC X(10) VALUE '  DURANTE '.
           05  LC-DUR-INI          PIC X(07).
           05  FILLER              PIC X(01) VALUE '-'.
           05  LC-DUR-FIM          PIC X(07).
           05  FILLER              PIC X(09) VALUE '  DEPOIS '.
           05  LC-DEP-INI          PIC X(07).
           05  FILLER              PIC X(01) VALUE '-'.
           05  LC-DEP-FIM          PIC X(07).
       01  WS-LIN-CAB-CIDADE.
           05  FILLER              PIC X(40) VALUE
               'CIDADE                     UF JANELA    '.
           05  FILLER              PIC X(36) VALUE
               ' ACID.  OBITOS  BAFO%     INDICE OBS'.
       01  WS-LIN-DET-CIDADE.
           05  LD-CIDADE           PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-NOME             PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-UF               PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-JANELA           PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-ACID             PIC ZZZ.ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-OBIT             PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LD-BAFO             PIC ZZ9,9.
           05  LD-BAFO-X  REDEFINES LD-BAFO PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LD-INDICE           PIC ZZ.ZZ9,99.
           05  LD-INDICE-X  REDEFINES LD-INDICE PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-OBS              PIC X(07).
       01  WS-LIN-SUBIU.
           05  FILLER              PIC X(15) VALUE
               '      *** SUBIU'.
           05  FILLER              PIC X(03) VALUE ':  '.
           05  LS-LISTA            PIC X(40).
       01  WS-LIN-CAB-RANKING.
           05  FILLER              PIC X(40) VALUE
               ' RK CAMPAN TIPO        CID   ANTES DURAN'.
           05  FILLER              PIC X(33) VALUE
               'TE  DEPOIS RED.DUR% RED.DEP% PIOR'.
       01  WS-LIN-DET-RANKING.
           05  LR-RANK             PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-ID               PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-TIPO             PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-QTDCID           PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-ANTES            PIC ZZZ.ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-DURANTE          PIC ZZZ.ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-DEPOIS           PIC ZZZ.ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-RED-DUR          PIC -ZZZZ9,9.
           05  LR-RED-DUR-X  REDEFINES LR-RED-DUR PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-RED-DEP          PIC -ZZZZ9,9.
           05  LR-RED-DEP-X  REDEFINES LR-RED-DEP PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-PIORA            PIC ZZZ9.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG068.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG068 - EFETIVIDADE DE CAMPANHAS"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 040-PROCESSAR UNTIL WS-FIM = 'S'
              PERFORM 047-CONFERIR-ALVO
                  VARYING WS-AV-I FROM 1 BY 1
                  UNTIL WS-AV-I > WS-QTDE-ALVO
              PERFORM 050-AVALIAR-CAMPANHA
                  VARYING WS-CP-I FROM 1 BY 1
                  UNTIL WS-CP-I > WS-QTDE-CAMP
              PERFORM 070-CLASSIFICAR-CAMPANHA
                  VARYING WS-CP-I FROM 1 BY 1
                  UNTIL WS-CP-I > WS-QTDE-CAMP
              PERFORM 075-IMPRIMIR-RANKING
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - SEM CAMPANHA VALIDA OU SEM O
      *    CIDTREND NAO HA O QUE AVALIAR (RC 08)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           COMPUTE WS-ORD-HOJE = WS-HOJE-ANO * 12 + WS-HOJE-MES - 1
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           OPEN INPUT CAMPANHA
           IF WS-FS-CAMPANHA NOT = '00'
              DISPLAY ' * ERRO ABRINDO CAMPANHA - FS=' WS-FS-CAMPANHA
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              PERFORM 020-LER-CAMPANHA UNTIL WS-FIM-CAMP = 'S'
              CLOSE CAMPANHA
              IF WS-QTDE-CAMP = ZEROS
                 DISPLAY ' * ERRO: NENHUMA CAMPANHA VALIDA'
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT CIDTREND
              IF WS-FS-CIDTREND NOT = '00'
                 DISPLAY ' * ERRO ABRINDO CIDTREND - FS='
                     WS-FS-CIDTREND
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND = 'S'
              CLOSE CTLTOTAL
              CLOSE EXCEPREL
           ELSE
              OPEN INPUT CIDADEIX
              IF WS-FS-CIDADEIX NOT = '00'
                 DISPLAY ' * ERRO ABRINDO CIDADEIX - FS='
                     WS-FS-CIDADEIX ' - ALVOS POR UF NAO AVALIADOS'
              ELSE
                 MOVE 'S' TO WS-TEM-CIDADEIX
              END-IF
              PERFORM 015-CARREGAR-PESOS
              OPEN OUTPUT CAMPREL
              MOVE WS-HOJE-DIA TO WS-DE-DIA
              MOVE WS-HOJE-MES TO WS-DE-MES
              MOVE WS-HOJE-ANO TO WS-DE-ANO
              MOVE WS-DATA-ED  TO LT-DATA
              MOVE WS-LIN-TITULO TO WS-REG-CAMPREL
              WRITE WS-REG-CAMPREL
              MOVE SPACES TO WS-REG-CAMPREL
              WRITE WS-REG-CAMPREL
              PERFORM 041-LER-CIDTREND
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
      *    CARREGAR OS PESOS DO INDICE DE RISCO (COMO O 071 DO
      *    CGPRG007) - SEM O ARQUIVO O INDICE E A TAXA CRUA
      *--------------------------------------------------------------*
       015-CARREGAR-PESOS.

           OPEN INPUT PESORISC
           IF WS-FS-PESORISC NOT = '00'
              DISPLAY ' * ERRO ABRINDO PESORISC - FS='
                  WS-FS-PESORISC ' - INDICE PELA TAXA CRUA'
           ELSE
              READ PESORISC
                  AT END
                      DISPLAY ' * PESORISC VAZIO - INDICE PELA '
                          'TAXA CRUA'
                  NOT AT END
                      MOVE PS-PESO-TAXA   TO WS-PESO-TAXA
                      MOVE PS-PESO-LETAL  TO WS-PESO-LETAL
                      MOVE PS-PESO-MORTAL TO WS-PESO-MORTAL
                      MOVE PS-PESO-BAFO   TO WS-PESO-BAFO
                      COMPUTE WS-SOMA-PESOS = WS-PESO-TAXA
                          + WS-PESO-LETAL + WS-PESO-MORTAL
                          + WS-PESO-BAFO
                      IF WS-SOMA-PESOS > ZEROS
                         MOVE 'S' TO WS-TEM-PESOS
                         DISPLAY ' * PESOS DO INDICE DE RISCO '
                             'CARREGADOS'
                      END-IF
              END-READ
              CLOSE PESORISC
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM ALVO DE CAMPANHA, CRITICAR E GUARDAR NAS TABELAS
      *--------------------------------------------------------------*
       020-LER-CAMPANHA.

           READ CAMPANHA
               AT END
                   MOVE 'S' TO WS-FIM-CAMP
               NOT AT END
                   ADD 1 TO WS-CTCAMPLIDO
                   PERFORM 022-CRITICAR-CAMPANHA
                   IF WS-REG-VALIDO = 'S'
                      PERFORM 024-GUARDAR-CAMPANHA
                   END-IF
                   IF WS-REG-VALIDO = 'S'
                      PERFORM 027-GUARDAR-ALVO
                   END-IF
                   IF WS-REG-VALIDO = 'N'
                      ADD 1 TO WS-CTCAMPREJ
                      MOVE SPACES       TO WS-CHAVE-EXC
                      MOVE CA-CAMPANHA  TO WS-CHAVE-EXC (1:6)
                      IF CA-ALVO = 'U'
                         MOVE CA-UF     TO WS-CHAVE-EXC (8:2)
                      ELSE
                         MOVE CA-CIDADE TO WS-CHAVE-EXC (8:5)
                      END-IF
                      PERFORM 060-GRAVAR-EXCECAO
                   END-IF
           END-READ
           .
       022-CRITICAR-CAMPANHA.

           MOVE 'S' TO WS-REG-VALIDO
           IF CA-CAMPANHA = SPACES
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'CAMPANHA SEM IDENTIFICACAO' TO WS-MOTIVO-EXC
           ELSE
           IF CA-DATA-INI NOT NUMERIC OR
              CA-INI-MES < 01 OR CA-INI-MES > 12 OR
              CA-INI-DIA < 01 OR CA-INI-DIA > 31
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'DATA INICIAL INVALIDA' TO WS-MOTIVO-EXC
           ELSE
           IF CA-DATA-FIM NOT NUMERIC OR
              CA-FIM-MES < 01 OR CA-FIM-MES > 12 OR
              CA-FIM-DIA < 01 OR CA-FIM-DIA > 31
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'DATA FINAL INVALIDA' TO WS-MOTIVO-EXC
           ELSE
           IF CA-DATA-FIM < CA-DATA-INI
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'DATA FINAL ANTERIOR A INICIAL' TO WS-MOTIVO-EXC
           ELSE
           IF CA-DATA-INI > WS-DATA-HOJE
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'CAMPANHA AINDA NAO INICIADA' TO WS-MOTIVO-EXC
           ELSE
           IF CA-ALVO NOT = 'C' AND CA-ALVO NOT = 'U'
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'ALVO DEVE SER C OU U' TO WS-MOTIVO-EXC
           ELSE
           IF CA-ALVO = 'C' AND
              (CA-CIDADE NOT NUMERIC OR CA-CIDADE = ZEROS)
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'CODIGO DE CIDADE INVALIDO' TO WS-MOTIVO-EXC
           ELSE
           IF CA-ALVO = 'U' AND CA-UF = SPACES
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'UF NAO INFORMADA' TO WS-MOTIVO-EXC
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A CAMPANHA NA TABELA OU INCLUIR, MONTANDO AS
      *    JANELAS: DURANTE = MES INICIAL A MES FINAL (N MESES);
      *    ANTES = OS N MESES ANTERIORES; DEPOIS = OS N SEGUINTES
      *--------------------------------------------------------------*
       024-GUARDAR-CAMPANHA.

           MOVE 'N'   TO WS-CP-ACHOU
           MOVE ZEROS TO WS-CP-IDX
           PERFORM 025-COMPARAR-CAMPANHA
              VARYING WS-CP-J FROM 1 BY 1
              UNTIL WS-CP-J > WS-QTDE-CAMP OR WS-CP-ACHOU = 'S'
           IF WS-CP-ACHOU = 'S'
              IF WS-CP-DATA-INI (WS-CP-IDX) NOT = CA-DATA-INI OR
                 WS-CP-DATA-FIM (WS-CP-IDX) NOT = CA-DATA-FIM OR
                 WS-CP-TIPO (WS-CP-IDX) NOT = CA-TIPO
                 MOVE 'N' TO WS-REG-VALIDO
                 MOVE 'TIPO/DATAS DIFEREM DA CAMPANHA'
                     TO WS-MOTIVO-EXC
              END-IF
           ELSE
              IF WS-QTDE-CAMP = 50
                 MOVE 'N' TO WS-REG-VALIDO
                 MOVE 'TABELA DE CAMPANHAS CHEIA (50)'
                     TO WS-MOTIVO-EXC
              ELSE
                 ADD 1 TO WS-QTDE-CAMP
                 MOVE WS-QTDE-CAMP TO WS-CP-IDX
                 INITIALIZE WS-CAMP (WS-CP-IDX)
                 MOVE CA-CAMPANHA  TO WS-CP-ID       (WS-CP-IDX)
                 MOVE CA-TIPO      TO WS-CP-TIPO     (WS-CP-IDX)
                 MOVE CA-DESCRICAO TO WS-CP-DESCR    (WS-CP-IDX)
                 MOVE CA-DATA-INI  TO WS-CP-DATA-INI (WS-CP-IDX)
                 MOVE CA-DATA-FIM  TO WS-CP-DATA-FIM (WS-CP-IDX)
                 COMPUTE WS-CP-ORD-INI (WS-CP-IDX) =
                     CA-INI-ANO * 12 + CA-INI-MES - 1
                 COMPUTE WS-CP-ORD-FIM (WS-CP-IDX) =
                     CA-FIM-ANO * 12 + CA-FIM-MES - 1
                 COMPUTE WS-CP-MESES (WS-CP-IDX) =
                     WS-CP-ORD-FIM (WS-CP-IDX)
                   - WS-CP-ORD-INI (WS-CP-IDX) + 1
                 COMPUTE WS-CP-ORD-ANTES (WS-CP-IDX) =
                     WS-CP-ORD-INI (WS-CP-IDX)
                   - WS-CP-MESES (WS-CP-IDX)
                 COMPUTE WS-CP-ORD-DEPOIS (WS-CP-IDX) =
                     WS-CP-ORD-FIM (WS-CP-IDX)
                   + WS-CP-MESES (WS-CP-IDX)
              END-IF
           END-IF
           .
       025-COMPARAR-CAMPANHA.

           IF WS-CP-ID (WS-CP-J) = CA-CAMPANHA
              MOVE WS-CP-J TO WS-CP-IDX
              MOVE 'S'     TO WS-CP-ACHOU
           END-IF
           .
       027-GUARDAR-ALVO.

           IF WS-QTDE-ALVO = 300
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'TABELA DE ALVOS CHEIA (300)' TO WS-MOTIVO-EXC
           ELSE
              ADD 1 TO WS-QTDE-ALVO
              MOVE WS-CP-IDX TO WS-AV-CAMP   (WS-QTDE-ALVO)
              MOVE CA-ALVO   TO WS-AV-TIPO   (WS-QTDE-ALVO)
              MOVE 'N'       TO WS-AV-ACHOU  (WS-QTDE-ALVO)
              IF CA-ALVO = 'C'
                 MOVE CA-CIDADE TO WS-AV-CIDADE (WS-QTDE-ALVO)
                 MOVE SPACES    TO WS-AV-UF     (WS-QTDE-ALVO)
              ELSE
                 MOVE ZEROS     TO WS-AV-CIDADE (WS-QTDE-ALVO)
                 MOVE CA-UF     TO WS-AV-UF     (WS-QTDE-ALVO)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    UM REGISTRO (CIDADE X MES) DO CIDTREND - NA TROCA DE
      *    CIDADE MONTA A LISTA DE CAMPANHAS EM QUE ELA ENTRA; O MES
      *    E SOMADO NA JANELA EM QUE CAIR, EM CADA UMA DELAS
      *--------------------------------------------------------------*
       040-PROCESSAR.

           IF TC-CODIGO NOT = WS-CID-CODIGO
              PERFORM 042-NOVA-CIDADE
           END-IF
           COMPUTE WS-ORD-REG = TC-ANO * 12 + TC-MES - 1
           PERFORM 045-SOMAR-JANELA
              VARYING WS-CI-I FROM 1 BY 1
              UNTIL WS-CI-I > WS-QTDE-CIDPAR
           PERFORM 041-LER-CIDTREND
           .
       041-LER-CIDTREND.

           READ CIDTREND
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
       042-NOVA-CIDADE.

           MOVE TC-CODIGO        TO WS-CID-CODIGO
           MOVE 'NAO CADASTRADA' TO WS-CID-NOME
           MOVE SPACES           TO WS-CID-UF
           MOVE ZEROS            TO WS-QTDE-CIDPAR
           IF WS-TEM-CIDADEIX = 'S'
              MOVE TC-CODIGO TO CX-CODIGO
              READ CIDADEIX
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CX-NOME TO WS-CID-NOME
                      MOVE CX-UF   TO WS-CID-UF
              END-READ
           END-IF
           PERFORM 043-TESTAR-ALVO
              VARYING WS-AV-I FROM 1 BY 1
              UNTIL WS-AV-I > WS-QTDE-ALVO
           .
      *--------------------------------------------------------------*
      *    A CIDADE ENTRA NA CAMPANHA SE FOR ALVO DIRETO OU SE A UF
      *    DELA FOR ALVO - UMA VEZ SO POR CAMPANHA
      *--------------------------------------------------------------*
       043-TESTAR-ALVO.

           IF (WS-AV-TIPO (WS-AV-I) = 'C' AND
               WS-AV-CIDADE (WS-AV-I) = WS-CID-CODIGO) OR
              (WS-AV-TIPO (WS-AV-I) = 'U' AND
               WS-CID-UF NOT = SPACES AND
               WS-AV-UF (WS-AV-I) = WS-CID-UF)
              MOVE 'S' TO WS-AV-ACHOU (WS-AV-I)
              MOVE 'N' TO WS-CI-ACHOU
              PERFORM 044-COMPARAR-CIDPAR
                 VARYING WS-CI-I FROM 1 BY 1
                 UNTIL WS-CI-I > WS-QTDE-CIDPAR
              IF WS-CI-ACHOU = 'N'
                 IF WS-QTDE-PAR = 500 OR WS-QTDE-CIDPAR = 50
                    MOVE SPACES TO WS-CHAVE-EXC
                    MOVE WS-CP-ID (WS-AV-CAMP (WS-AV-I))
                        TO WS-CHAVE-EXC (1:6)
                    MOVE WS-CID-CODIGO TO WS-CHAVE-EXC (8:5)
                    IF WS-QTDE-PAR = 500
                       MOVE 'TABELA DE CIDADES CHEIA (500)'
                           TO WS-MOTIVO-EXC
                    ELSE
                       MOVE 'TABELA CIDPAR CHEIA (50)'
                           TO WS-MOTIVO-EXC
                    END-IF
                    PERFORM 060-GRAVAR-EXCECAO
                 ELSE
                    ADD 1 TO WS-QTDE-PAR
                    INITIALIZE WS-PAR (WS-QTDE-PAR)
                    MOVE WS-AV-CAMP (WS-AV-I)
                        TO WS-PR-CAMP (WS-QTDE-PAR)
                    MOVE WS-CID-CODIGO TO WS-PR-CIDADE (WS-QTDE-PAR)
                    MOVE WS-CID-NOME   TO WS-PR-NOME   (WS-QTDE-PAR)
                    MOVE WS-CID-UF     TO WS-PR-UF     (WS-QTDE-PAR)
                    ADD 1 TO WS-QTDE-CIDPAR
                    MOVE WS-QTDE-PAR TO WS-CIDPAR (WS-QTDE-CIDPAR)
                 END-IF
              END-IF
           END-IF
           .
       044-COMPARAR-CIDPAR.

           IF WS-PR-CAMP (WS-CIDPAR (WS-CI-I)) = WS-AV-CAMP (WS-AV-I)
              MOVE 'S' TO WS-CI-ACHOU
           END-IF
           .
       045-SOMAR-JANELA.

           MOVE WS-CIDPAR (WS-CI-I)   TO WS-PR-IDX
           MOVE WS-PR-CAMP (WS-PR-IDX) TO WS-CP-IDX
           MOVE ZEROS TO WS-JN
           IF WS-ORD-REG NOT < WS-CP-ORD-ANTES (WS-CP-IDX) AND
              WS-ORD-REG < WS-CP-ORD-INI (WS-CP-IDX)
              MOVE 1 TO WS-JN
           ELSE
           IF WS-ORD-REG NOT < WS-CP-ORD-INI (WS-CP-IDX) AND
              WS-ORD-REG NOT > WS-CP-ORD-FIM (WS-CP-IDX)
              MOVE 2 TO WS-JN
           ELSE
           IF WS-ORD-REG > WS-CP-ORD-FIM (WS-CP-IDX) AND
              WS-ORD-REG NOT > WS-CP-ORD-DEPOIS (WS-CP-IDX)
              MOVE 3 TO WS-JN
           END-IF
           END-IF
           END-IF
           IF WS-JN > ZEROS
              ADD TC-QTDACID     TO WS-PR-ACID (WS-PR-IDX, WS-JN)
              ADD TC-QTDOBITOS   TO WS-PR-OBIT (WS-PR-IDX, WS-JN)
              ADD TC-QTDVEICULOS TO WS-PR-VEIC (WS-PR-IDX, WS-JN)
              ADD TC-QTDBAFOM    TO WS-PR-BAFO (WS-PR-IDX, WS-JN)
              ADD TC-QTDDIAS     TO WS-PR-DIAS (WS-PR-IDX, WS-JN)
              ADD TC-SOMAPORC    TO WS-PR-SOMAPORC (WS-PR-IDX, WS-JN)
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALVO SEM NENHUMA CIDADE NO CIDTREND VAI PARA O EXCEPREL
      *--------------------------------------------------------------*
       047-CONFERIR-ALVO.

           IF WS-AV-ACHOU (WS-AV-I) = 'N'
              MOVE SPACES TO WS-CHAVE-EXC
              MOVE WS-CP-ID (WS-AV-CAMP (WS-AV-I))
                  TO WS-CHAVE-EXC (1:6)
              IF WS-AV-TIPO (WS-AV-I) = 'C'
                 MOVE WS-AV-CIDADE (WS-AV-I) TO WS-CHAVE-EXC (8:5)
                 MOVE 'CIDADE SEM DADOS NO CIDTREND'
                     TO WS-MOTIVO-EXC
              ELSE
                 MOVE WS-AV-UF (WS-AV-I) TO WS-CHAVE-EXC (8:2)
                 MOVE 'UF SEM CIDADES NO CIDTREND' TO WS-MOTIVO-EXC
              END-IF
              PERFORM 060-GRAVAR-EXCECAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A CAMPANHA: CABECALHO COM AS JANELAS, AS CIDADES
      *    (NA ORDEM DO CIDTREND) E O TOTAL; CALCULAR A REDUCAO
      *--------------------------------------------------------------*
       050-AVALIAR-CAMPANHA.

           MOVE WS-CP-ID (WS-CP-I)    TO LC-ID
           MOVE WS-CP-TIPO (WS-CP-I)  TO LC-TIPO
           MOVE WS-CP-DESCR (WS-CP-I) TO LC-DESCR
           MOVE WS-LIN-CAMP1 TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL
           MOVE WS-CP-DATA-INI (WS-CP-I) TO WS-DATA-TRAB
           PERFORM 079-EDITAR-DATA
           MOVE WS-DATA-ED TO LC-DATA-INI
           MOVE WS-CP-DATA-FIM (WS-CP-I) TO WS-DATA-TRAB
           PERFORM 079-EDITAR-DATA
           MOVE WS-DATA-ED TO LC-DATA-FIM
           MOVE WS-CP-MESES (WS-CP-I) TO LC-MESES
           MOVE WS-LIN-CAMP2 TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL
           MOVE WS-CP-ORD-ANTES (WS-CP-I) TO WS-ORD-ED
           PERFORM 078-EDITAR-MES
           MOVE WS-MES-ED TO LC-ANTES-INI
           COMPUTE WS-ORD-ED = WS-CP-ORD-INI (WS-CP-I) - 1
           PERFORM 078-EDITAR-MES
           MOVE WS-MES-ED TO LC-ANTES-FIM
           MOVE WS-CP-ORD-INI (WS-CP-I) TO WS-ORD-ED
           PERFORM 078-EDITAR-MES
           MOVE WS-MES-ED TO LC-DUR-INI
           MOVE WS-CP-ORD-FIM (WS-CP-I) TO WS-ORD-ED
           PERFORM 078-EDITAR-MES
           MOVE WS-MES-ED TO LC-DUR-FIM
           COMPUTE WS-ORD-ED = WS-CP-ORD-FIM (WS-CP-I) + 1
           PERFORM 078-EDITAR-MES
           MOVE WS-MES-ED TO LC-DEP-INI
           MOVE WS-CP-ORD-DEPOIS (WS-CP-I) TO WS-ORD-ED
           PERFORM 078-EDITAR-MES
           MOVE WS-MES-ED TO LC-DEP-FIM
           MOVE WS-LIN-CAMP3 TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL
      *    O MES CORRENTE AINDA NAO FECHOU NO CIDTREND
           IF WS-CP-ORD-FIM (WS-CP-I) NOT < WS-ORD-HOJE
              MOVE ' * CAMPANHA EM ANDAMENTO - DURANTE E DEPOIS '
                  TO WS-REG-CAMPREL
              MOVE 'PARCIAIS' TO WS-REG-CAMPREL (46:8)
              WRITE WS-REG-CAMPREL
           ELSE
              IF WS-CP-ORD-DEPOIS (WS-CP-I) NOT < WS-ORD-HOJE
                 MOVE ' * JANELA DEPOIS AINDA INCOMPLETA'
                     TO WS-REG-CAMPREL
                 WRITE WS-REG-CAMPREL
              END-IF
           END-IF
           MOVE WS-LIN-CAB-CIDADE TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL
           MOVE ALL '-' TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL

           PERFORM 052-AVALIAR-CIDADE
              VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-QTDE-PAR

           MOVE ALL '-' TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL
           PERFORM 056-TOTALIZAR-CAMPANHA
           MOVE SPACES TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL
           .
      *--------------------------------------------------------------*
      *    UMA CIDADE DA CAMPANHA: TRES LINHAS (ANTES/DURANTE/DEPOIS)
      *    E A MARCA DO QUE SUBIU; SOMA NO TOTAL DA CAMPANHA
      *--------------------------------------------------------------*
       052-AVALIAR-CIDADE.

           IF WS-PR-CAMP (WS-PR-I) = WS-CP-I
              ADD 1 TO WS-CP-QTDCID (WS-CP-I)
              PERFORM 053-MEDIR-JANELA-CIDADE
                 VARYING WS-JN FROM 1 BY 1 UNTIL WS-JN > 3
              PERFORM 066-COMPARAR-JANELAS
              MOVE WS-PR-CIDADE (WS-PR-I) TO LD-CIDADE
              MOVE WS-PR-NOME (WS-PR-I)   TO LD-NOME
              MOVE WS-PR-UF (WS-PR-I)     TO LD-UF
              PERFORM 068-IMPRIMIR-JANELA
                 VARYING WS-JN FROM 1 BY 1 UNTIL WS-JN > 3
              IF WS-SUBIU NOT = 'NNNN'
                 ADD 1 TO WS-CP-QTDPIORA (WS-CP-I)
                 ADD 1 TO WS-CTPIORA
                 PERFORM 069-IMPRIMIR-SUBIU
              END-IF
           END-IF
           .
       053-MEDIR-JANELA-CIDADE.

           MOVE WS-PR-ACID (WS-PR-I, WS-JN)     TO WS-JW-ACID
           MOVE WS-PR-OBIT (WS-PR-I, WS-JN)     TO WS-JW-OBIT
           MOVE WS-PR-VEIC (WS-PR-I, WS-JN)     TO WS-JW-VEIC
           MOVE WS-PR-BAFO (WS-PR-I, WS-JN)     TO WS-JW-BAFO
           MOVE WS-PR-DIAS (WS-PR-I, WS-JN)     TO WS-JW-DIAS
           MOVE WS-PR-SOMAPORC (WS-PR-I, WS-JN) TO WS-JW-SOMAPORC
           ADD WS-JW-ACID     TO WS-CP-ACID (WS-CP-I, WS-JN)
           ADD WS-JW-OBIT     TO WS-CP-OBIT (WS-CP-I, WS-JN)
           ADD WS-JW-VEIC     TO WS-CP-VEIC (WS-CP-I, WS-JN)
           ADD WS-JW-BAFO     TO WS-CP-BAFO (WS-CP-I, WS-JN)
           ADD WS-JW-DIAS     TO WS-CP-DIAS (WS-CP-I, WS-JN)
           ADD WS-JW-SOMAPORC TO WS-CP-SOMAPORC (WS-CP-I, WS-JN)
           PERFORM 065-CALCULAR-MEDIDAS
           .
      *--------------------------------------------------------------*
      *    TOTAL DA CAMPANHA E REDUCAO DE ACIDENTES (POSITIVA = CAIU)
      *    DURANTE X ANTES E DEPOIS X ANTES - SEM ACIDENTE NO ANTES
      *    NAO HA BASE E A CAMPANHA VAI PARA O FIM DO RANKING
      *--------------------------------------------------------------*
       056-TOTALIZAR-CAMPANHA.

           PERFORM 057-MEDIR-JANELA-CAMPANHA
              VARYING WS-JN FROM 1 BY 1 UNTIL WS-JN > 3
           PERFORM 066-COMPARAR-JANELAS
           MOVE SPACES              TO LD-CIDADE
           MOVE 'TOTAL DA CAMPANHA' TO LD-NOME
           MOVE SPACES              TO LD-UF
           PERFORM 068-IMPRIMIR-JANELA
              VARYING WS-JN FROM 1 BY 1 UNTIL WS-JN > 3
           IF WS-SUBIU NOT = 'NNNN'
              PERFORM 069-IMPRIMIR-SUBIU
           END-IF
           IF WS-CP-ACID (WS-CP-I, 1) = ZEROS
              MOVE 'N'   TO WS-CP-TEM-BASE (WS-CP-I)
              MOVE ZEROS TO WS-CP-RED-DUR (WS-CP-I)
                            WS-CP-RED-DEP (WS-CP-I)
           ELSE
              MOVE 'S' TO WS-CP-TEM-BASE (WS-CP-I)
              COMPUTE WS-CP-RED-DUR (WS-CP-I) ROUNDED =
                  (WS-CP-ACID (WS-CP-I, 1) - WS-CP-ACID (WS-CP-I, 2))
                  * 100 / WS-CP-ACID (WS-CP-I, 1)
              COMPUTE WS-CP-RED-DEP (WS-CP-I) ROUNDED =
                  (WS-CP-ACID (WS-CP-I, 1) - WS-CP-ACID (WS-CP-I, 3))
                  * 100 / WS-CP-ACID (WS-CP-I, 1)
           END-IF
           .
       057-MEDIR-JANELA-CAMPANHA.

           MOVE WS-CP-ACID (WS-CP-I, WS-JN)     TO WS-JW-ACID
           MOVE WS-CP-OBIT (WS-CP-I, WS-JN)     TO WS-JW-OBIT
           MOVE WS-CP-VEIC (WS-CP-I, WS-JN)     TO WS-JW-VEIC
           MOVE WS-CP-BAFO (WS-CP-I, WS-JN)     TO WS-JW-BAFO
           MOVE WS-CP-DIAS (WS-CP-I, WS-JN)     TO WS-JW-DIAS
           MOVE WS-CP-SOMAPORC (WS-CP-I, WS-JN) TO WS-JW-SOMAPORC
           PERFORM 065-CALCULAR-MEDIDAS
           .
      *--------------------------------------------------------------*
      *    GRAVAR A EXCECAO NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTEXCEC
           DISPLAY ' * ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG068'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ACIDENTES'     TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    MEDIDAS DA JANELA DE TRABALHO NA POSICAO WS-JN: % DE DIAS
      *    COM BAFOMETRO POSITIVO E O INDICE COMPOSTO DE RISCO
      *--------------------------------------------------------------*
       065-CALCULAR-MEDIDAS.

           MOVE WS-JW-ACID TO WS-MT-ACID (WS-JN)
           MOVE WS-JW-OBIT TO WS-MT-OBIT (WS-JN)
           MOVE WS-JW-DIAS TO WS-MT-DIAS (WS-JN)
           IF WS-JW-DIAS = ZEROS
              MOVE ZEROS TO WS-TAXA
                            WS-BAFO-PCT
           ELSE
              COMPUTE WS-TAXA ROUNDED = WS-JW-SOMAPORC / WS-JW-DIAS
              COMPUTE WS-BAFO-PCT ROUNDED =
                  (WS-JW-BAFO / WS-JW-DIAS) * 100
           END-IF
           MOVE WS-BAFO-PCT TO WS-MT-BAFO (WS-JN)
           IF WS-TEM-PESOS = 'N'
              MOVE WS-TAXA TO WS-INDICE
           ELSE
              IF WS-JW-ACID = ZEROS
                 MOVE ZEROS TO WS-LETALIDADE
              ELSE
                 COMPUTE WS-LETALIDADE =
                     (WS-JW-OBIT / WS-JW-ACID) * 100
              END-IF
              IF WS-JW-VEIC = ZEROS
                 MOVE ZEROS TO WS-MORTALIDADE
              ELSE
                 COMPUTE WS-MORTALIDADE =
                     (WS-JW-OBIT / WS-JW-VEIC) * 100
              END-IF
              COMPUTE WS-INDICE =
                  ((WS-TAXA        * WS-PESO-TAXA)
                 + (WS-LETALIDADE  * WS-PESO-LETAL)
                 + (WS-MORTALIDADE * WS-PESO-MORTAL)
                 + (WS-BAFO-PCT    * WS-PESO-BAFO))
                  / WS-SOMA-PESOS
           END-IF
           MOVE WS-INDICE TO WS-MT-INDICE (WS-JN)
           .
      *--------------------------------------------------------------*
      *    O QUE SUBIU DURANTE OU DEPOIS EM RELACAO AO ANTES - SO SE
      *    COMPARA JANELA QUE TEM DADOS NO CIDTREND
      *--------------------------------------------------------------*
       066-COMPARAR-JANELAS.

           MOVE 'NNNN' TO WS-SUBIU
           MOVE 'N'    TO WS-MT-SUBIU (1)
           PERFORM 067-COMPARAR-JANELA
              VARYING WS-JN FROM 2 BY 1 UNTIL WS-JN > 3
           .
       067-COMPARAR-JANELA.

           MOVE 'N' TO WS-MT-SUBIU (WS-JN)
           IF WS-MT-DIAS (1) > ZEROS AND WS-MT-DIAS (WS-JN) > ZEROS
              IF WS-MT-ACID (WS-JN) > WS-MT-ACID (1)
                 MOVE 'S' TO WS-SB-ACID
                 MOVE 'S' TO WS-MT-SUBIU (WS-JN)
              END-IF
              IF WS-MT-OBIT (WS-JN) > WS-MT-OBIT (1)
                 MOVE 'S' TO WS-SB-OBIT
                 MOVE 'S' TO WS-MT-SUBIU (WS-JN)
              END-IF
              IF WS-MT-BAFO (WS-JN) > WS-MT-BAFO (1)
                 MOVE 'S' TO WS-SB-BAFO
                 MOVE 'S' TO WS-MT-SUBIU (WS-JN)
              END-IF
              IF WS-MT-INDICE (WS-JN) > WS-MT-INDICE (1)
                 MOVE 'S' TO WS-SB-INDICE
                 MOVE 'S' TO WS-MT-SUBIU (WS-JN)
              END-IF
           END-IF
           .
       068-IMPRIMIR-JANELA.

           MOVE WS-ROTULO (WS-JN)    TO LD-JANELA
           MOVE WS-MT-ACID (WS-JN)   TO LD-ACID
           MOVE WS-MT-OBIT (WS-JN)   TO LD-OBIT
           IF WS-MT-DIAS (WS-JN) = ZEROS
              MOVE '   --'           TO LD-BAFO-X
              MOVE '       --'       TO LD-INDICE-X
              MOVE 'S/DADOS'         TO LD-OBS
           ELSE
              MOVE WS-MT-BAFO (WS-JN)   TO LD-BAFO
              MOVE WS-MT-INDICE (WS-JN) TO LD-INDICE
              IF WS-MT-SUBIU (WS-JN) = 'S'
                 MOVE '<SUBIU'       TO LD-OBS
              ELSE
                 MOVE SPACES         TO LD-OBS
              END-IF
           END-IF
           MOVE WS-LIN-DET-CIDADE TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL
           MOVE SPACES TO LD-CIDADE
                          LD-NOME
                          LD-UF
           .
       069-IMPRIMIR-SUBIU.

           MOVE SPACES TO LS-LISTA
           MOVE 1      TO WS-PTR
           IF WS-SB-ACID = 'S'
              STRING 'ACIDENTES ' DELIMITED BY SIZE
                INTO LS-LISTA WITH POINTER WS-PTR
              END-STRING
           END-IF
           IF WS-SB-OBIT = 'S'
              STRING 'OBITOS ' DELIMITED BY SIZE
                INTO LS-LISTA WITH POINTER WS-PTR
              END-STRING
           END-IF
           IF WS-SB-BAFO = 'S'
              STRING 'BAFOMETRO ' DELIMITED BY SIZE
                INTO LS-LISTA WITH POINTER WS-PTR
              END-STRING
           END-IF
           IF WS-SB-INDICE = 'S'
              STRING 'INDICE DE RISCO' DELIMITED BY SIZE
                INTO LS-LISTA WITH POINTER WS-PTR
              END-STRING
           END-IF
           MOVE WS-LIN-SUBIU TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL
           .
      *--------------------------------------------------------------*
      *    RANKING DAS CAMPANHAS - POSICAO = 1 + QUANTAS ESTAO A
      *    FRENTE. FICA A FRENTE QUEM TEM BASE (ACIDENTES NO ANTES);
      *    ENTRE IGUAIS, A MAIOR REDUCAO DURANTE, DEPOIS A MAIOR
      *    REDUCAO DEPOIS E, POR FIM, A MENOR IDENTIFICACAO
      *--------------------------------------------------------------*
       070-CLASSIFICAR-CAMPANHA.

           MOVE 1 TO WS-RANK
           PERFORM 071-COMPARAR-POSICAO
              VARYING WS-CP-J FROM 1 BY 1
              UNTIL WS-CP-J > WS-QTDE-CAMP
           MOVE WS-RANK TO WS-CP-RANK (WS-CP-I)
           .
       071-COMPARAR-POSICAO.

           MOVE 'N' TO WS-J-MELHOR
           IF WS-CP-J NOT = WS-CP-I
              IF WS-CP-TEM-BASE (WS-CP-J) = 'S' AND
                 WS-CP-TEM-BASE (WS-CP-I) = 'N'
                 MOVE 'S' TO WS-J-MELHOR
              ELSE
              IF WS-CP-TEM-BASE (WS-CP-J) = WS-CP-TEM-BASE (WS-CP-I)
                 PERFORM 072-COMPARAR-REDUCAO
              END-IF
              END-IF
           END-IF
           IF WS-J-MELHOR = 'S'
              ADD 1 TO WS-RANK
           END-IF
           .
       072-COMPARAR-REDUCAO.

           IF WS-CP-RED-DUR (WS-CP-J) > WS-CP-RED-DUR (WS-CP-I)
              MOVE 'S' TO WS-J-MELHOR
           ELSE
           IF WS-CP-RED-DUR (WS-CP-J) = WS-CP-RED-DUR (WS-CP-I)
              IF WS-CP-RED-DEP (WS-CP-J) > WS-CP-RED-DEP (WS-CP-I)
                 MOVE 'S' TO WS-J-MELHOR
              ELSE
              IF WS-CP-RED-DEP (WS-CP-J) = WS-CP-RED-DEP (WS-CP-I) AND
                 WS-CP-ID (WS-CP-J) < WS-CP-ID (WS-CP-I)
                 MOVE 'S' TO WS-J-MELHOR
              END-IF
              END-IF
           END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O RANKING NA ORDEM DA POSICAO
      *--------------------------------------------------------------*
       075-IMPRIMIR-RANKING.

           MOVE 'RANKING DAS CAMPANHAS PELA REDUCAO DE ACIDENTES '
               TO WS-REG-CAMPREL
           MOVE '(DURANTE X ANTES)' TO WS-REG-CAMPREL (50:17)
           WRITE WS-REG-CAMPREL
           MOVE WS-LIN-CAB-RANKING TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL
           MOVE ALL '-' TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL
           PERFORM 076-IMPRIMIR-POSICAO
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-QTDE-CAMP
           MOVE ALL '-' TO WS-REG-CAMPREL
           WRITE WS-REG-CAMPREL
           MOVE ' REDUCAO NEGATIVA = ACIDENTES SUBIRAM; PIOR = CIDADES '
               TO WS-REG-CAMPREL
           MOVE 'COM ALGUM NUMERO EM ALTA' TO WS-REG-CAMPREL (55:24)
           WRITE WS-REG-CAMPREL
           .
       076-IMPRIMIR-POSICAO.

           PERFORM 077-IMPRIMIR-CAMPANHA
              VARYING WS-CP-I FROM 1 BY 1
              UNTIL WS-CP-I > WS-QTDE-CAMP
           .
       077-IMPRIMIR-CAMPANHA.

           IF WS-CP-RANK (WS-CP-I) = WS-RANK
              MOVE WS-RANK                 TO LR-RANK
              MOVE WS-CP-ID (WS-CP-I)      TO LR-ID
              MOVE WS-CP-TIPO (WS-CP-I)    TO LR-TIPO
              MOVE WS-CP-QTDCID (WS-CP-I)  TO LR-QTDCID
              MOVE WS-CP-ACID (WS-CP-I, 1) TO LR-ANTES
              MOVE WS-CP-ACID (WS-CP-I, 2) TO LR-DURANTE
              MOVE WS-CP-ACID (WS-CP-I, 3) TO LR-DEPOIS
              IF WS-CP-TEM-BASE (WS-CP-I) = 'S'
                 MOVE WS-CP-RED-DUR (WS-CP-I) TO LR-RED-DUR
                 MOVE WS-CP-RED-DEP (WS-CP-I) TO LR-RED-DEP
              ELSE
                 MOVE 'SEM BASE' TO LR-RED-DUR-X
                 MOVE '      --' TO LR-RED-DEP-X
              END-IF
              MOVE WS-CP-QTDPIORA (WS-CP-I) TO LR-PIORA
              MOVE WS-LIN-DET-RANKING TO WS-REG-CAMPREL
              WRITE WS-REG-CAMPREL
           END-IF
           .
      *--------------------------------------------------------------*
      *    EDITAR O ORDINAL DE MES (ANO * 12 + MES - 1) EM AAAA/MM
      *--------------------------------------------------------------*
       078-EDITAR-MES.

           DIVIDE WS-ORD-ED BY 12 GIVING WS-ED-ANO
               REMAINDER WS-ED-RESTO
           COMPUTE WS-ED-MES = WS-ED-RESTO + 1
           .
       079-EDITAR-DATA.

           MOVE WS-DT-DIA TO WS-DE-DIA
           MOVE WS-DT-MES TO WS-DE-MES
           MOVE WS-DT-ANO TO WS-DE-ANO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTEXCEC > ZEROS
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF

           MOVE 'CGPRG068'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALVOS DE CAMPANHA LIDOS'       TO CT-DESCRICAO
           MOVE WS-CTCAMPLIDO        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG068'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALVOS DE CAMPANHA REJEITADOS'  TO CT-DESCRICAO
           MOVE WS-CTCAMPREJ         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG068'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CAMPANHAS AVALIADAS'           TO CT-DESCRICAO
           MOVE WS-QTDE-CAMP         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG068'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CIDADES AVALIADAS'             TO CT-DESCRICAO
           MOVE WS-QTDE-PAR          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG068'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CIDADES COM NUMERO EM ALTA'    TO CT-DESCRICAO
           MOVE WS-CTPIORA           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG068'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS CIDTREND LIDOS'      TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE CIDTREND
           IF WS-TEM-CIDADEIX = 'S'
              CLOSE CIDADEIX
           END-IF
           CLOSE CAMPREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG068        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ALVOS DE CAMPANHA LIDOS....: ' WS-CTCAMPLIDO
           DISPLAY ' * ALVOS REJEITADOS...........: ' WS-CTCAMPREJ
           DISPLAY ' * CAMPANHAS AVALIADAS........: ' WS-QTDE-CAMP
           DISPLAY ' * CIDADES AVALIADAS..........: ' WS-QTDE-PAR
           DISPLAY ' * CIDADES COM NUMERO EM ALTA.: ' WS-CTPIORA
           DISPLAY ' * REGISTROS CIDTREND LIDOS...: ' WS-CTLIDO
           DISPLAY ' * CODIGO DE RETORNO..........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG068        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG068 <-------------------*
