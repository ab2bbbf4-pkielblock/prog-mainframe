       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG073.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 13/10/2026.
       DATE-COMPILED. 13/10/2026.
      *--------------------------------------------------------------*
      *    DISTRIBUICAO DE RELATORIOS - SEPARA O RELATORIO            *
      *    CONSOLIDADO (CGRELWTR) POR SECAO E OS RELATORIOS AVULSOS   *
      *    (GRADREL, FECHREL, AGINGREL, VALOREL, RESERREL, COMISREL,  *
      *    CAMPREL, ANALREL, SLAREL E CALREL) EM UM PACOTE POR        *
      *    DESTINATARIO, CONFORME A TABELA DISTRIB (VER CGDISTRB):    *
      *    ROTA POR DEPARTAMENTO, DEPOIS POR PROGRAMA, DEPOIS O       *
      *    DESTINATARIO PADRAO. CADA PACOTE ABRE COM UMA FOLHA DE     *
      *    ROSTO COM O CONTEUDO (ITENS E LINHAS) E CADA PACOTE GRAVADO*
      *    VAI PARA O LOG DE DISTRIBUICAO (DISTLOG).                  *
      *    DUAS PASSADAS: A PRIMEIRA INVENTARIA SECOES E AVULSOS PARA *
      *    A FOLHA DE ROSTO, A SEGUNDA COPIA AS LINHAS.               *
      *    COM TODOS OS PACOTES GRAVADOS, OS AVULSOS DISTRIBUIDOS SAO *
      *    ESVAZIADOS (JA ESTAO NOS PACOTES); O RELATORIO FICA PARA O *
      *    FECHAMENTO DO DIA (CGPRG040).                              *
      *    SECAO ALEM DA 290A FICA SEM ROTA, COM EXCEPREL E RC 04;    *
      *    PACOTE QUE NAO ABRE NAO RECEBE FOLHA DE ROSTO NEM LINHAS.  *
      *    AVULSO QUE NAO REABRE PARA SER ESVAZIADO GERA EXCEPREL E   *
      *    RC 08 (SAIRIA DE NOVO NA PROXIMA DISTRIBUICAO).            *
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
           SELECT DISTRIB   ASSIGN TO "DISTRIB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DISTRIB.
           SELECT RELATORIO ASSIGN TO "RELATORIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           SELECT GRADREL   ASSIGN TO "GRADREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVULSO.
           SELECT FECHREL   ASSIGN TO "FECHREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVULSO.
           SELECT AGINGREL  ASSIGN TO "AGINGREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVULSO.
           SELECT VALOREL   ASSIGN TO "VALOREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVULSO.
           SELECT RESERREL  ASSIGN TO "RESERREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVULSO.
           SELECT COMISREL  ASSIGN TO "COMISREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVULSO.
           SELECT CAMPREL   ASSIGN TO "CAMPREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVULSO.
           SELECT ANALREL   ASSIGN TO "ANALREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVULSO.
           SELECT SLAREL    ASSIGN TO "SLAREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVULSO.
           SELECT CALREL    ASSIGN TO "CALREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVULSO.
           SELECT PACOTE1   ASSIGN TO "PACOTE1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PACOTE.
           SELECT PACOTE2   ASSIGN TO "PACOTE2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PACOTE.
           SELECT PACOTE3   ASSIGN TO "PACOTE3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PACOTE.
           SELECT PACOTE4   ASSIGN TO "PACOTE4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PACOTE.
           SELECT PACOTE5   ASSIGN TO "PACOTE5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PACOTE.
           SELECT PACOTE6   ASSIGN TO "PACOTE6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PACOTE.
           SELECT DISTLOG   ASSIGN TO "DISTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DISTLOG.
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
       FD  DISTRIB
           LABEL RECORDS ARE STANDARD.
           COPY CGDISTRB.

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-RELATORIO           PIC X(80).

      *-----> RELATORIOS AVULSOS - LRECL 80 OU 90 CONFORME O PROGRAMA
      *       QUE GRAVA
       FD  GRADREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-GRADREL             PIC X(80).
       FD  FECHREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-FECHREL             PIC X(80).
       FD  AGINGREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-AGINGREL            PIC X(80).
       FD  VALOREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-VALOREL             PIC X(90).
       FD  RESERREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-RESERREL            PIC X(80).
       FD  COMISREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-COMISREL            PIC X(90).
       FD  CAMPREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CAMPREL             PIC X(80).
       FD  ANALREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-ANALREL             PIC X(80).
       FD  SLAREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-SLAREL              PIC X(90).
       FD  CALREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CALREL              PIC X(80).

      *-----> PACOTES POR DESTINATARIO (LRECL 90 - CABE O MAIOR
      *       AVULSO)
       FD  PACOTE1
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PACOTE1             PIC X(90).
       FD  PACOTE2
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PACOTE2             PIC X(90).
       FD  PACOTE3
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PACOTE3             PIC X(90).
       FD  PACOTE4
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PACOTE4             PIC X(90).
       FD  PACOTE5
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PACOTE5             PIC X(90).
       FD  PACOTE6
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PACOTE6             PIC X(90).

       FD  DISTLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGDSTLOG.

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
           05  WS-PASSADA             PIC X(01).
           05  WS-ERRO-PACOTE         PIC X(01) VALUE 'N'.
           05  WS-ERRO-ESVAZIAR       PIC X(01) VALUE 'N'.
           05  WS-REG-VALIDO          PIC X(01).
           05  WS-SECAO-FORA          PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTLINREL            PIC 9(07) VALUE ZEROS.
           05  WS-CTAVULSOS           PIC 9(02) VALUE ZEROS.
           05  WS-CTPACOTES           PIC 9(02) VALUE ZEROS.
           05  WS-CTDISTRIB           PIC 9(07) VALUE ZEROS.
           05  WS-CTSEMDEST           PIC 9(03) VALUE ZEROS.
           05  WS-CTESVAZIADOS        PIC 9(02) VALUE ZEROS.
           05  WS-CTEXCEC             PIC 9(05) VALUE ZEROS.
           05  WS-FS-DISTRIB          PIC X(02).
           05  WS-FS-RELATORIO        PIC X(02).
           05  WS-FS-AVULSO           PIC X(02).
           05  WS-FS-PACOTE           PIC X(02).
           05  WS-FS-DISTLOG          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-HORA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).

      *-----> DESTINATARIOS DA TABELA (UM PACOTE CADA)
       77  WS-QTDE-DS                 PIC 9(01) VALUE ZEROS.
       77  WS-DS-I                    PIC 9(01).
       77  WS-DS-PADRAO               PIC 9(01) VALUE ZEROS.
       77  WS-DS-ACHADO               PIC 9(01).
       01  WS-TAB-DESTINATARIOS.
           05  WS-DESTINAT  OCCURS 6 TIMES.
               10  WS-DS-CODIGO        PIC X(08).
               10  WS-DS-NOME          PIC X(30).
               10  WS-DS-CLASSE        PIC X(01).
               10  WS-DS-PACOTE        PIC 9(01).
               10  WS-DS-ITENS         PIC 9(03).
               10  WS-DS-LINHAS        PIC 9(07).
               10  WS-DS-ERRO          PIC X(01).

      *-----> ROTAS DA TABELA (TIPO P/D/R, CHAVE E O DESTINATARIO JA
      *       RESOLVIDO PARA A POSICAO NA TABELA ACIMA)
       77  WS-QTDE-RT                 PIC 9(03) VALUE ZEROS.
       77  WS-RT-I                    PIC 9(03).
       01  WS-TAB-ROTAS.
           05  WS-ROTA  OCCURS 100 TIMES.
               10  WS-RT-TIPO          PIC X(01).
               10  WS-RT-CHAVE         PIC X(08).
               10  WS-RT-DESTINO       PIC X(08).
               10  WS-RT-DS            PIC 9(01).

      *-----> RELATORIOS AVULSOS, NA ORDEM DOS SELECTS
       01  WS-NOMES-AVULSOS.
           05  FILLER                 PIC X(40) VALUE
               'GRADREL FECHREL AGINGRELVALOREL RESERREL'.
           05  FILLER                 PIC X(40) VALUE
               'COMISRELCAMPREL ANALREL SLAREL  CALREL  '.
       01  WS-TAB-AVULSOS  REDEFINES WS-NOMES-AVULSOS.
           05  WS-AV-NOME  OCCURS 10 TIMES
                                      PIC X(08).
       77  WS-AV-I                    PIC 9(02).
       01  WS-AV-LINHA                PIC X(90).

      *-----> ITENS DE CONTEUDO (SECOES DO RELATORIO NA ORDEM EM QUE
      *       APARECEM, ATE 290, DEPOIS OS AVULSOS) - WS-IT-DS ZERO =
      *       SEM DESTINATARIO
       77  WS-QTDE-IT                 PIC 9(03) VALUE ZEROS.
       77  WS-IT-I                    PIC 9(03).
       77  WS-IT-ATUAL                PIC 9(03) VALUE ZEROS.
       77  WS-IT-SEQ                  PIC 9(03).
       01  WS-TAB-ITENS.
           05  WS-ITEM  OCCURS 300 TIMES.
               10  WS-IT-ORIGEM        PIC X(09).
               10  WS-IT-NOME          PIC X(08).
               10  WS-IT-DEPTO         PIC X(20).
               10  WS-IT-AVULSO        PIC 9(02).
               10  WS-IT-DS            PIC 9(01).
               10  WS-IT-LINHAS        PIC 9(07).

      *-----> TITULO DE SECAO DO CGRELWTR (MESMO LAYOUT) - PAGINA 1
      *       ABRE UMA SECAO NOVA
       01  WS-TITULO-SECAO.
           05  TS-MARCA               PIC X(09).
           05  TS-PROGRAMA            PIC X(08).
           05  FILLER                 PIC X(07).
           05  TS-DATA                PIC X(08).
           05  FILLER                 PIC X(07).
           05  TS-DEPTO               PIC X(20).
           05  FILLER                 PIC X(05).
           05  TS-PAGINA              PIC X(04).
           05  FILLER                 PIC X(12).

      *-----> LINHA A GRAVAR NO PACOTE DO DESTINATARIO WS-PC-DS
       77  WS-PC-DS                   PIC 9(01).
       01  WS-PC-LINHA                PIC X(90).

      *-----> EDICAO DE DATA
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

      *-----> LINHAS DA FOLHA DE ROSTO E DOS SEPARADORES
       01  WS-LIN-ROSTO-TIT.
           05  FILLER              PIC X(40) VALUE
               'PACOTE DE DISTRIBUICAO DE RELATORIOS'.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'DATA    '.
           05  LR-DATA             PIC X(10).
       01  WS-LIN-ROSTO-DEST.
           05  FILLER              PIC X(14) VALUE 'DESTINATARIO: '.
           05  LR-CODIGO           PIC X(08).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  LR-NOME             PIC X(30).
       01  WS-LIN-ROSTO-CLASSE.
           05  FILLER              PIC X(17) VALUE 'CLASSE DE SAIDA: '.
           05  LR-CLASSE           PIC X(01).
           05  FILLER              PIC X(11) VALUE '   PACOTE: '.
           05  LR-PACOTE           PIC X(08).
       01  WS-LIN-ROSTO-CAB.
           05  FILLER              PIC X(40) VALUE
               'ITEM ORIGEM    NOME     DEPARTAMENTO    '.
           05  FILLER              PIC X(40) VALUE
               '          LINHAS'.
       01  WS-LIN-ROSTO-ITEM.
           05  LR-ITEM             PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LR-ORIGEM           PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-NOME-ITEM        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-DEPTO            PIC X(20).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  LR-LINHAS           PIC Z.ZZZ.ZZ9.
       01  WS-LIN-ROSTO-TOTAL.
           05  FILLER              PIC X(16) VALUE 'TOTAL DE ITENS: '.
           05  LR-TOT-ITENS        PIC ZZ9.
           05  FILLER              PIC X(21) VALUE
               '   TOTAL DE LINHAS: '.
           05  LR-TOT-LINHAS       PIC Z.ZZZ.ZZ9.
       01  WS-LIN-ROSTO-VAZIO.
           05  FILLER              PIC X(40) VALUE
               'NADA A DISTRIBUIR NESTA DATA'.
       01  WS-LIN-AVULSO-INI.
           05  FILLER              PIC X(21) VALUE
               '*** RELATORIO AVULSO '.
           05  LA-NOME-INI         PIC X(08).
           05  FILLER              PIC X(04) VALUE ' ***'.
       01  WS-LIN-AVULSO-FIM.
           05  FILLER              PIC X(11) VALUE '*** FIM DO '.
           05  LA-NOME-FIM         PIC X(08).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  LA-LINHAS           PIC Z.ZZZ.ZZ9.
           05  FILLER              PIC X(11) VALUE ' LINHAS ***'.
       01  WS-LIN-PACOTE-FIM.
           05  FILLER              PIC X(14) VALUE 'FIM DO PACOTE '.
           05  LP-CODIGO           PIC X(08).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  LP-LINHAS           PIC Z.ZZZ.ZZ9.
           05  FILLER              PIC X(07) VALUE ' LINHAS'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG073.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG073 - DISTRIBUICAO DE RELATORIOS"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              MOVE '1' TO WS-PASSADA
              PERFORM 020-PASSAR-RELATORIO
              PERFORM 030-INVENTARIAR-AVULSO
                 VARYING WS-AV-I FROM 1 BY 1 UNTIL WS-AV-I > 10
              PERFORM 040-ABRIR-PACOTE
                 VARYING WS-DS-I FROM 1 BY 1
                 UNTIL WS-DS-I > WS-QTDE-DS
              MOVE '2' TO WS-PASSADA
              PERFORM 020-PASSAR-RELATORIO
              PERFORM 045-COPIAR-AVULSO
                 VARYING WS-IT-I FROM 1 BY 1
                 UNTIL WS-IT-I > WS-QTDE-IT
              PERFORM 050-FECHAR-PACOTE
                 VARYING WS-DS-I FROM 1 BY 1
                 UNTIL WS-DS-I > WS-QTDE-DS
              PERFORM 055-REGISTRAR-SEM-DESTINO
                 VARYING WS-IT-I FROM 1 BY 1
                 UNTIL WS-IT-I > WS-QTDE-IT
              IF WS-ERRO-PACOTE = 'N'
                 PERFORM 058-ESVAZIAR-AVULSO
                    VARYING WS-IT-I FROM 1 BY 1
                    UNTIL WS-IT-I > WS-QTDE-IT
              END-IF
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - SEM A TABELA OU SEM DESTINATARIO
      *    NAO HA COMO DISTRIBUIR (RC 08)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           ACCEPT WS-HORA-EXEC FROM TIME
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           MOVE WS-DATA-HOJE TO WS-DATA-TRAB
           MOVE WS-DT-DIA TO WS-DE-DIA
           MOVE WS-DT-MES TO WS-DE-MES
           MOVE WS-DT-ANO TO WS-DE-ANO
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           OPEN INPUT DISTRIB
           IF WS-FS-DISTRIB NOT = '00'
              DISPLAY ' * ERRO ABRINDO DISTRIB - FS=' WS-FS-DISTRIB
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-FIM
              PERFORM 015-LER-DISTRIB
              PERFORM 016-CARREGAR-DISTRIB UNTIL WS-FIM = 'S'
              CLOSE DISTRIB
              PERFORM 018-RESOLVER-ROTA
                 VARYING WS-RT-I FROM 1 BY 1
                 UNTIL WS-RT-I > WS-QTDE-RT
              IF WS-QTDE-DS = ZEROS
                 DISPLAY ' * NENHUM DESTINATARIO NA TABELA DISTRIB'
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND = 'S'
              CLOSE CTLTOTAL
              CLOSE EXCEPREL
           ELSE
              OPEN EXTEND DISTLOG
              IF WS-FS-DISTLOG = '35'
                  OPEN OUTPUT DISTLOG
              END-IF
              DISPLAY 'DESTINATARIOS: ' WS-QTDE-DS
                  ' - ROTAS: ' WS-QTDE-RT
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
       015-LER-DISTRIB.

           READ DISTRIB
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
      *    CRITICA E CARGA DE UMA LINHA DA TABELA
       016-CARREGAR-DISTRIB.

           MOVE 'S' TO WS-REG-VALIDO
           MOVE DT-CHAVE TO WS-CHAVE-EXC
           EVALUATE DT-TIPO
               WHEN 'N'
                   PERFORM 017-CRITICAR-DESTINATARIO
                   IF WS-REG-VALIDO = 'S'
                      ADD 1 TO WS-QTDE-DS
                      MOVE DT-CHAVE  TO WS-DS-CODIGO (WS-QTDE-DS)
                      MOVE DT-NOME   TO WS-DS-NOME (WS-QTDE-DS)
                      MOVE DT-CLASSE TO WS-DS-CLASSE (WS-QTDE-DS)
                      MOVE DT-PACOTE TO WS-DS-PACOTE (WS-QTDE-DS)
                      MOVE ZEROS     TO WS-DS-ITENS (WS-QTDE-DS)
                      MOVE ZEROS     TO WS-DS-LINHAS (WS-QTDE-DS)
                      MOVE 'N'       TO WS-DS-ERRO (WS-QTDE-DS)
                      IF DT-PADRAO = 'S'
                         MOVE WS-QTDE-DS TO WS-DS-PADRAO
                      END-IF
                   END-IF
               WHEN 'P'
               WHEN 'D'
               WHEN 'R'
                   IF DT-CHAVE = SPACES OR DT-DESTINO = SPACES
                      MOVE 'ROTA SEM CHAVE OU DESTINO'
                          TO WS-MOTIVO-EXC
                      MOVE 'N' TO WS-REG-VALIDO
                   ELSE
                      IF WS-QTDE-RT >= 100
                         MOVE 'TABELA DE ROTAS CHEIA (100)'
                             TO WS-MOTIVO-EXC
                         MOVE 'N' TO WS-REG-VALIDO
                      ELSE
                         ADD 1 TO WS-QTDE-RT
                         MOVE DT-TIPO    TO WS-RT-TIPO (WS-QTDE-RT)
                         MOVE DT-CHAVE   TO WS-RT-CHAVE (WS-QTDE-RT)
                         MOVE DT-DESTINO TO WS-RT-DESTINO (WS-QTDE-RT)
                         MOVE ZEROS      TO WS-RT-DS (WS-QTDE-RT)
                      END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO DE LINHA INVALIDO' TO WS-MOTIVO-EXC
                   MOVE 'N' TO WS-REG-VALIDO
           END-EVALUATE
           IF WS-REG-VALIDO = 'N'
              PERFORM 080-GRAVAR-EXCECAO
           END-IF
           PERFORM 015-LER-DISTRIB
           .
       017-CRITICAR-DESTINATARIO.

           IF DT-CHAVE = SPACES OR DT-CLASSE = SPACES
              MOVE 'DESTINATARIO SEM CODIGO/CLASSE' TO WS-MOTIVO-EXC
              MOVE 'N' TO WS-REG-VALIDO
           ELSE
              IF DT-PACOTE NOT NUMERIC OR DT-PACOTE < 1 OR
                 DT-PACOTE > 6
                 MOVE 'PACOTE FORA DE 1 A 6' TO WS-MOTIVO-EXC
                 MOVE 'N' TO WS-REG-VALIDO
              ELSE
                 IF WS-QTDE-DS >= 6
                    MOVE 'MAIS DE 6 DESTINATARIOS' TO WS-MOTIVO-EXC
                    MOVE 'N' TO WS-REG-VALIDO
                 END-IF
              END-IF
           END-IF
           IF WS-REG-VALIDO = 'S'
              PERFORM 019-VER-DESTINATARIO-REPETIDO
                 VARYING WS-DS-I FROM 1 BY 1
                 UNTIL WS-DS-I > WS-QTDE-DS
           END-IF
           .
      *    MESMO CODIGO OU MESMO PACOTE DE UM DESTINATARIO JA CARREGADO
       019-VER-DESTINATARIO-REPETIDO.

           IF WS-DS-CODIGO (WS-DS-I) = DT-CHAVE OR
              WS-DS-PACOTE (WS-DS-I) = DT-PACOTE
              MOVE 'DESTINATARIO/PACOTE REPETIDO' TO WS-MOTIVO-EXC
              MOVE 'N' TO WS-REG-VALIDO
           END-IF
           .
      *    ROTA PARA DESTINATARIO QUE NAO ESTA NA TABELA NAO VALE
       018-RESOLVER-ROTA.

           MOVE ZEROS TO WS-DS-ACHADO
           PERFORM 023-PROCURAR-DESTINATARIO
              VARYING WS-DS-I FROM 1 BY 1
              UNTIL WS-DS-I > WS-QTDE-DS
           MOVE WS-DS-ACHADO TO WS-RT-DS (WS-RT-I)
           IF WS-DS-ACHADO = ZEROS
              MOVE WS-RT-CHAVE (WS-RT-I) TO WS-CHAVE-EXC
              MOVE 'ROTA P/ DESTINATARIO INEXIST.' TO WS-MOTIVO-EXC
              PERFORM 080-GRAVAR-EXCECAO
           END-IF
           .
       023-PROCURAR-DESTINATARIO.

           IF WS-DS-CODIGO (WS-DS-I) = WS-RT-DESTINO (WS-RT-I)
              MOVE WS-DS-I TO WS-DS-ACHADO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PASSADA PELO RELATORIO CONSOLIDADO. PASSADA 1 INVENTARIA
      *    AS SECOES (ITENS) E CONTA AS LINHAS; PASSADA 2 COPIA CADA
      *    LINHA PARA O PACOTE DO DESTINATARIO DA SECAO. AS SECOES
      *    SAO OS PRIMEIROS ITENS, NA MESMA ORDEM NAS DUAS PASSADAS
      *--------------------------------------------------------------*
       020-PASSAR-RELATORIO.

           MOVE ZEROS TO WS-IT-ATUAL
           MOVE 'N'   TO WS-SECAO-FORA
           OPEN INPUT RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
              IF WS-PASSADA = '1'
                 DISPLAY ' * RELATORIO NAO DISPONIVEL - FS='
                     WS-FS-RELATORIO
              END-IF
           ELSE
              MOVE 'N' TO WS-FIM
              PERFORM 021-LER-RELATORIO
              PERFORM 022-TRATAR-LINHA UNTIL WS-FIM = 'S'
              CLOSE RELATORIO
           END-IF
           .
       021-LER-RELATORIO.

           READ RELATORIO
               AT END
                   MOVE 'S' TO WS-FIM
           END-READ
           .
       022-TRATAR-LINHA.

           MOVE WS-REG-RELATORIO TO WS-TITULO-SECAO
           IF (TS-MARCA = '* SECAO: ' AND TS-PAGINA = '   1') OR
              WS-IT-ATUAL = ZEROS
              IF WS-IT-ATUAL < 290
                 ADD 1 TO WS-IT-ATUAL
                 IF WS-PASSADA = '1'
                    PERFORM 024-NOVA-SECAO
                 END-IF
              ELSE
                 MOVE 'S' TO WS-SECAO-FORA
                 IF WS-PASSADA = '1'
                    PERFORM 029-SECAO-FORA-TABELA
                 END-IF
              END-IF
           END-IF
           IF WS-PASSADA = '1'
              ADD 1 TO WS-CTLINREL
              IF WS-SECAO-FORA NOT = 'S'
                 ADD 1 TO WS-IT-LINHAS (WS-IT-ATUAL)
              END-IF
           ELSE
              IF WS-SECAO-FORA NOT = 'S' AND
                 WS-IT-DS (WS-IT-ATUAL) NOT = ZEROS
                 MOVE WS-IT-DS (WS-IT-ATUAL) TO WS-PC-DS
                 MOVE WS-REG-RELATORIO TO WS-PC-LINHA
                 PERFORM 060-GRAVAR-PACOTE
                 ADD 1 TO WS-CTDISTRIB
              END-IF
           END-IF
           PERFORM 021-LER-RELATORIO
           .
      *    ITEM NOVO PARA A SECAO: DEPARTAMENTO, DEPOIS PROGRAMA,
      *    DEPOIS O PADRAO. LINHAS ANTES DO 1O TITULO FICAM NUM ITEM
      *    SEM PROGRAMA (SO O PADRAO)
       024-NOVA-SECAO.

           MOVE WS-IT-ATUAL TO WS-QTDE-IT
           MOVE 'RELATORIO' TO WS-IT-ORIGEM (WS-IT-ATUAL)
           MOVE ZEROS       TO WS-IT-AVULSO (WS-IT-ATUAL)
           MOVE ZEROS       TO WS-IT-LINHAS (WS-IT-ATUAL)
           MOVE ZEROS       TO WS-DS-ACHADO
           IF TS-MARCA = '* SECAO: '
              MOVE TS-PROGRAMA TO WS-IT-NOME (WS-IT-ATUAL)
              MOVE TS-DEPTO    TO WS-IT-DEPTO (WS-IT-ATUAL)
              PERFORM 025-ROTA-DEPARTAMENTO
                 VARYING WS-RT-I FROM 1 BY 1
                 UNTIL WS-RT-I > WS-QTDE-RT
              IF WS-DS-ACHADO = ZEROS
                 PERFORM 026-ROTA-PROGRAMA
                    VARYING WS-RT-I FROM 1 BY 1
                    UNTIL WS-RT-I > WS-QTDE-RT
              END-IF
           ELSE
              MOVE SPACES TO WS-IT-NOME (WS-IT-ATUAL)
              MOVE SPACES TO WS-IT-DEPTO (WS-IT-ATUAL)
           END-IF
           IF WS-DS-ACHADO = ZEROS
              MOVE WS-DS-PADRAO TO WS-DS-ACHADO
           END-IF
           MOVE WS-DS-ACHADO TO WS-IT-DS (WS-IT-ATUAL)
           .
       025-ROTA-DEPARTAMENTO.

           IF WS-RT-TIPO (WS-RT-I) = 'D' AND
              WS-RT-CHAVE (WS-RT-I) (1:4) = TS-DEPTO (1:4) AND
              WS-RT-DS (WS-RT-I) NOT = ZEROS AND
              WS-DS-ACHADO = ZEROS
              MOVE WS-RT-DS (WS-RT-I) TO WS-DS-ACHADO
           END-IF
           .
       026-ROTA-PROGRAMA.

           IF WS-RT-TIPO (WS-RT-I) = 'P' AND
              WS-RT-CHAVE (WS-RT-I) = TS-PROGRAMA AND
              WS-RT-DS (WS-RT-I) NOT = ZEROS AND
              WS-DS-ACHADO = ZEROS
              MOVE WS-RT-DS (WS-RT-I) TO WS-DS-ACHADO
           END-IF
           .
       027-ROTA-AVULSO.

           IF WS-RT-TIPO (WS-RT-I) = 'R' AND
              WS-RT-CHAVE (WS-RT-I) = WS-AV-NOME (WS-AV-I) AND
              WS-RT-DS (WS-RT-I) NOT = ZEROS AND
              WS-DS-ACHADO = ZEROS
              MOVE WS-RT-DS (WS-RT-I) TO WS-DS-ACHADO
           END-IF
           .
      *    SECAO ALEM DA 290A (A TABELA GUARDA AS ULTIMAS POSICOES
      *    PARA OS AVULSOS) - FICA FORA DOS PACOTES, COM EXCEPREL
       029-SECAO-FORA-TABELA.

           MOVE TS-PROGRAMA TO WS-CHAVE-EXC
           MOVE 'SECAO ALEM DA 290A - SEM ROTA' TO WS-MOTIVO-EXC
           PERFORM 080-GRAVAR-EXCECAO
           .
      *--------------------------------------------------------------*
      *    INVENTARIO DE UM RELATORIO AVULSO - SO ENTRA SE EXISTIR E
      *    TIVER LINHAS (O QUE JA FOI DISTRIBUIDO ESTA VAZIO)
      *--------------------------------------------------------------*
       030-INVENTARIAR-AVULSO.

           PERFORM 070-ABRIR-AVULSO
           IF WS-FS-AVULSO = '00'
              ADD 1 TO WS-QTDE-IT
              MOVE WS-QTDE-IT TO WS-IT-ATUAL
              MOVE 'AVULSO'   TO WS-IT-ORIGEM (WS-IT-ATUAL)
              MOVE WS-AV-NOME (WS-AV-I) TO WS-IT-NOME (WS-IT-ATUAL)
              MOVE SPACES     TO WS-IT-DEPTO (WS-IT-ATUAL)
              MOVE WS-AV-I    TO WS-IT-AVULSO (WS-IT-ATUAL)
              MOVE ZEROS      TO WS-IT-LINHAS (WS-IT-ATUAL)
              MOVE 'N' TO WS-FIM
              PERFORM 071-LER-AVULSO
              PERFORM 031-CONTAR-AVULSO UNTIL WS-FIM = 'S'
              PERFORM 073-FECHAR-AVULSO
              IF WS-IT-LINHAS (WS-IT-ATUAL) = ZEROS
                 SUBTRACT 1 FROM WS-QTDE-IT
              ELSE
                 ADD 1 TO WS-CTAVULSOS
                 MOVE ZEROS TO WS-DS-ACHADO
                 PERFORM 027-ROTA-AVULSO
                    VARYING WS-RT-I FROM 1 BY 1
                    UNTIL WS-RT-I > WS-QTDE-RT
                 IF WS-DS-ACHADO = ZEROS
                    MOVE WS-DS-PADRAO TO WS-DS-ACHADO
                 END-IF
                 MOVE WS-DS-ACHADO TO WS-IT-DS (WS-IT-ATUAL)
              END-IF
           END-IF
           .
       031-CONTAR-AVULSO.

           ADD 1 TO WS-IT-LINHAS (WS-IT-ATUAL)
           PERFORM 071-LER-AVULSO
           .
      *--------------------------------------------------------------*
      *    ABRIR O PACOTE DO DESTINATARIO E GRAVAR A FOLHA DE ROSTO
      *--------------------------------------------------------------*
       040-ABRIR-PACOTE.

           PERFORM 041-SOMAR-ITEM
              VARYING WS-IT-I FROM 1 BY 1
              UNTIL WS-IT-I > WS-QTDE-IT
           EVALUATE WS-DS-PACOTE (WS-DS-I)
               WHEN 1
                   OPEN OUTPUT PACOTE1
               WHEN 2
                   OPEN OUTPUT PACOTE2
               WHEN 3
                   OPEN OUTPUT PACOTE3
               WHEN 4
                   OPEN OUTPUT PACOTE4
               WHEN 5
                   OPEN OUTPUT PACOTE5
               WHEN 6
                   OPEN OUTPUT PACOTE6
           END-EVALUATE
           IF WS-FS-PACOTE NOT = '00'
              DISPLAY ' * ERRO ABRINDO PACOTE' WS-DS-PACOTE (WS-DS-I)
                  ' - FS=' WS-FS-PACOTE
              MOVE 'S' TO WS-DS-ERRO (WS-DS-I)
              MOVE 'S' TO WS-ERRO-PACOTE
           ELSE
              MOVE WS-DS-I TO WS-PC-DS
              MOVE ALL '*' TO WS-PC-LINHA
              PERFORM 060-GRAVAR-PACOTE
              MOVE WS-DATA-ED TO LR-DATA
              MOVE WS-LIN-ROSTO-TIT TO WS-PC-LINHA
              PERFORM 060-GRAVAR-PACOTE
              MOVE WS-DS-CODIGO (WS-DS-I) TO LR-CODIGO
              MOVE WS-DS-NOME (WS-DS-I)   TO LR-NOME
              MOVE WS-LIN-ROSTO-DEST TO WS-PC-LINHA
              PERFORM 060-GRAVAR-PACOTE
              MOVE WS-DS-CLASSE (WS-DS-I) TO LR-CLASSE
              MOVE SPACES TO LR-PACOTE
              STRING 'PACOTE' WS-DS-PACOTE (WS-DS-I)
                  DELIMITED BY SIZE INTO LR-PACOTE
              MOVE WS-LIN-ROSTO-CLASSE TO WS-PC-LINHA
              PERFORM 060-GRAVAR-PACOTE
              MOVE SPACES TO WS-PC-LINHA
              PERFORM 060-GRAVAR-PACOTE
              IF WS-DS-ITENS (WS-DS-I) = ZEROS
                 MOVE WS-LIN-ROSTO-VAZIO TO WS-PC-LINHA
                 PERFORM 060-GRAVAR-PACOTE
              ELSE
                 MOVE WS-LIN-ROSTO-CAB TO WS-PC-LINHA
                 PERFORM 060-GRAVAR-PACOTE
                 MOVE ZEROS TO WS-IT-SEQ
                 PERFORM 042-LISTAR-ITEM
                    VARYING WS-IT-I FROM 1 BY 1
                    UNTIL WS-IT-I > WS-QTDE-IT
                 MOVE WS-DS-ITENS (WS-DS-I)  TO LR-TOT-ITENS
                 MOVE WS-DS-LINHAS (WS-DS-I) TO LR-TOT-LINHAS
                 MOVE WS-LIN-ROSTO-TOTAL TO WS-PC-LINHA
                 PERFORM 060-GRAVAR-PACOTE
              END-IF
              MOVE ALL '*' TO WS-PC-LINHA
              PERFORM 060-GRAVAR-PACOTE
           END-IF
           .
       041-SOMAR-ITEM.

           IF WS-IT-DS (WS-IT-I) = WS-DS-I
              ADD 1 TO WS-DS-ITENS (WS-DS-I)
              ADD WS-IT-LINHAS (WS-IT-I) TO WS-DS-LINHAS (WS-DS-I)
           END-IF
           .
       042-LISTAR-ITEM.

           IF WS-IT-DS (WS-IT-I) = WS-DS-I
              ADD 1 TO WS-IT-SEQ
              MOVE WS-IT-SEQ               TO LR-ITEM
              MOVE WS-IT-ORIGEM (WS-IT-I)  TO LR-ORIGEM
              MOVE WS-IT-NOME (WS-IT-I)    TO LR-NOME-ITEM
              MOVE WS-IT-DEPTO (WS-IT-I)   TO LR-DEPTO
              MOVE WS-IT-LINHAS (WS-IT-I)  TO LR-LINHAS
              MOVE WS-LIN-ROSTO-ITEM TO WS-PC-LINHA
              PERFORM 060-GRAVAR-PACOTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    COPIAR UM RELATORIO AVULSO PARA O PACOTE DO DESTINATARIO,
      *    ENTRE LINHAS DE INICIO E FIM
      *--------------------------------------------------------------*
       045-COPIAR-AVULSO.

           IF WS-IT-AVULSO (WS-IT-I) NOT = ZEROS AND
              WS-IT-DS (WS-IT-I) NOT = ZEROS
              MOVE WS-IT-AVULSO (WS-IT-I) TO WS-AV-I
              MOVE WS-IT-DS (WS-IT-I)     TO WS-PC-DS
              MOVE WS-AV-NOME (WS-AV-I)   TO LA-NOME-INI
              MOVE WS-LIN-AVULSO-INI TO WS-PC-LINHA
              PERFORM 060-GRAVAR-PACOTE
              PERFORM 070-ABRIR-AVULSO
              MOVE 'N' TO WS-FIM
              PERFORM 071-LER-AVULSO
              PERFORM 046-GRAVAR-LINHA-AVULSO UNTIL WS-FIM = 'S'
              PERFORM 073-FECHAR-AVULSO
              MOVE WS-AV-NOME (WS-AV-I)   TO LA-NOME-FIM
              MOVE WS-IT-LINHAS (WS-IT-I) TO LA-LINHAS
              MOVE WS-LIN-AVULSO-FIM TO WS-PC-LINHA
              PERFORM 060-GRAVAR-PACOTE
           END-IF
           .
       046-GRAVAR-LINHA-AVULSO.

           MOVE WS-AV-LINHA TO WS-PC-LINHA
           PERFORM 060-GRAVAR-PACOTE
           ADD 1 TO WS-CTDISTRIB
           PERFORM 071-LER-AVULSO
           .
      *--------------------------------------------------------------*
      *    FECHAR O PACOTE E CONFIRMAR NO LOG DE DISTRIBUICAO
      *--------------------------------------------------------------*
       050-FECHAR-PACOTE.

           MOVE WS-DS-I TO WS-PC-DS
           MOVE WS-DS-CODIGO (WS-DS-I) TO LP-CODIGO
           MOVE WS-DS-LINHAS (WS-DS-I) TO LP-LINHAS
           MOVE WS-LIN-PACOTE-FIM TO WS-PC-LINHA
           PERFORM 060-GRAVAR-PACOTE
           IF WS-DS-ERRO (WS-DS-I) NOT = 'S'
              EVALUATE WS-DS-PACOTE (WS-DS-I)
                  WHEN 1
                      CLOSE PACOTE1
                  WHEN 2
                      CLOSE PACOTE2
                  WHEN 3
                      CLOSE PACOTE3
                  WHEN 4
                      CLOSE PACOTE4
                  WHEN 5
                      CLOSE PACOTE5
                  WHEN 6
                      CLOSE PACOTE6
              END-EVALUATE
              IF WS-FS-PACOTE NOT = '00'
                 MOVE 'S' TO WS-DS-ERRO (WS-DS-I)
                 MOVE 'S' TO WS-ERRO-PACOTE
              END-IF
           END-IF
           MOVE SPACES                 TO DL-REG-DISTLOG
           MOVE WS-DATA-HOJE           TO DL-DATA
           MOVE WS-HORA-EXEC           TO DL-HORA
           MOVE WS-DS-CODIGO (WS-DS-I) TO DL-DESTINO
           STRING 'PACOTE' WS-DS-PACOTE (WS-DS-I)
               DELIMITED BY SIZE INTO DL-PACOTE
           MOVE WS-DS-CLASSE (WS-DS-I) TO DL-CLASSE
           MOVE WS-DS-ITENS (WS-DS-I)  TO DL-ITENS
           MOVE WS-DS-LINHAS (WS-DS-I) TO DL-LINHAS
           IF WS-DS-ERRO (WS-DS-I) = 'S'
              MOVE 'ERRO'      TO DL-SITUACAO
           ELSE
              ADD 1 TO WS-CTPACOTES
              IF WS-DS-ITENS (WS-DS-I) = ZEROS
                 MOVE 'SEM ITENS' TO DL-SITUACAO
              ELSE
                 MOVE 'CRIADO'    TO DL-SITUACAO
              END-IF
           END-IF
           WRITE DL-REG-DISTLOG
           DISPLAY 'PACOTE' WS-DS-PACOTE (WS-DS-I) ' '
               WS-DS-CODIGO (WS-DS-I) ' CLASSE ' WS-DS-CLASSE (WS-DS-I)
               ' - ITENS ' WS-DS-ITENS (WS-DS-I)
               ' - LINHAS ' WS-DS-LINHAS (WS-DS-I) ' - ' DL-SITUACAO
           .
      *    SECAO OU AVULSO SEM ROTA E SEM DESTINATARIO PADRAO
       055-REGISTRAR-SEM-DESTINO.

           IF WS-IT-DS (WS-IT-I) = ZEROS
              ADD 1 TO WS-CTSEMDEST
              MOVE SPACES                 TO DL-REG-DISTLOG
              MOVE WS-DATA-HOJE           TO DL-DATA
              MOVE WS-HORA-EXEC           TO DL-HORA
              MOVE ZEROS                  TO DL-ITENS
              MOVE WS-IT-LINHAS (WS-IT-I) TO DL-LINHAS
              MOVE 'SEM DESTINO'          TO DL-SITUACAO
              MOVE WS-IT-NOME (WS-IT-I)   TO DL-ORIGEM
              MOVE WS-IT-DEPTO (WS-IT-I)  TO DL-DEPTO
              WRITE DL-REG-DISTLOG
              MOVE WS-IT-NOME (WS-IT-I)   TO WS-CHAVE-EXC
              MOVE 'SECAO/RELATORIO SEM DESTINO' TO WS-MOTIVO-EXC
              PERFORM 080-GRAVAR-EXCECAO
           END-IF
           .
      *    AVULSO JA DISTRIBUIDO - ESVAZIADO PARA NAO SAIR DE NOVO.
      *    AVULSO QUE NAO REABRE PARA SAIDA SAIRIA DE NOVO NA PROXIMA
      *    DISTRIBUICAO - EXCEPREL E RC 08
       058-ESVAZIAR-AVULSO.

           IF WS-IT-AVULSO (WS-IT-I) NOT = ZEROS AND
              WS-IT-DS (WS-IT-I) NOT = ZEROS
              MOVE WS-IT-AVULSO (WS-IT-I) TO WS-AV-I
              PERFORM 075-ESVAZIAR-AVULSO
              IF WS-FS-AVULSO = '00'
                 PERFORM 073-FECHAR-AVULSO
                 ADD 1 TO WS-CTESVAZIADOS
              ELSE
                 MOVE 'S' TO WS-ERRO-ESVAZIAR
                 MOVE WS-IT-NOME (WS-IT-I) TO WS-CHAVE-EXC
                 MOVE 'AVULSO NAO ESVAZIADO - FS=' TO WS-MOTIVO-EXC
                 MOVE WS-FS-AVULSO TO WS-MOTIVO-EXC (27:2)
                 PERFORM 080-GRAVAR-EXCECAO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR WS-PC-LINHA NO PACOTE DO DESTINATARIO WS-PC-DS -
      *    PACOTE QUE NAO ABRIU NAO RECEBE LINHAS
      *--------------------------------------------------------------*
       060-GRAVAR-PACOTE.

           IF WS-DS-ERRO (WS-PC-DS) NOT = 'S'
              PERFORM 061-GRAVAR-LINHA-PACOTE
           END-IF
           .
       061-GRAVAR-LINHA-PACOTE.

           EVALUATE WS-DS-PACOTE (WS-PC-DS)
               WHEN 1
                   WRITE WS-REG-PACOTE1 FROM WS-PC-LINHA
               WHEN 2
                   WRITE WS-REG-PACOTE2 FROM WS-PC-LINHA
               WHEN 3
                   WRITE WS-REG-PACOTE3 FROM WS-PC-LINHA
               WHEN 4
                   WRITE WS-REG-PACOTE4 FROM WS-PC-LINHA
               WHEN 5
                   WRITE WS-REG-PACOTE5 FROM WS-PC-LINHA
               WHEN 6
                   WRITE WS-REG-PACOTE6 FROM WS-PC-LINHA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    E/S DO RELATORIO AVULSO WS-AV-I
      *--------------------------------------------------------------*
       070-ABRIR-AVULSO.

           EVALUATE WS-AV-I
               WHEN 1
                   OPEN INPUT GRADREL
               WHEN 2
                   OPEN INPUT FECHREL
               WHEN 3
                   OPEN INPUT AGINGREL
               WHEN 4
                   OPEN INPUT VALOREL
               WHEN 5
                   OPEN INPUT RESERREL
               WHEN 6
                   OPEN INPUT COMISREL
               WHEN 7
                   OPEN INPUT CAMPREL
               WHEN 8
                   OPEN INPUT ANALREL
               WHEN 9
                   OPEN INPUT SLAREL
               WHEN 10
                   OPEN INPUT CALREL
           END-EVALUATE
           .
       071-LER-AVULSO.

           EVALUATE WS-AV-I
               WHEN 1
                   READ GRADREL  INTO WS-AV-LINHA
                       AT END MOVE 'S' TO WS-FIM
                   END-READ
               WHEN 2
                   READ FECHREL  INTO WS-AV-LINHA
                       AT END MOVE 'S' TO WS-FIM
                   END-READ
               WHEN 3
                   READ AGINGREL INTO WS-AV-LINHA
                       AT END MOVE 'S' TO WS-FIM
                   END-READ
               WHEN 4
                   READ VALOREL  INTO WS-AV-LINHA
                       AT END MOVE 'S' TO WS-FIM
                   END-READ
               WHEN 5
                   READ RESERREL INTO WS-AV-LINHA
                       AT END MOVE 'S' TO WS-FIM
                   END-READ
               WHEN 6
                   READ COMISREL INTO WS-AV-LINHA
                       AT END MOVE 'S' TO WS-FIM
                   END-READ
               WHEN 7
                   READ CAMPREL  INTO WS-AV-LINHA
                       AT END MOVE 'S' TO WS-FIM
                   END-READ
               WHEN 8
                   READ ANALREL  INTO WS-AV-LINHA
                       AT END MOVE 'S' TO WS-FIM
                   END-READ
               WHEN 9
                   READ SLAREL   INTO WS-AV-LINHA
                       AT END MOVE 'S' TO WS-FIM
                   END-READ
               WHEN 10
                   READ CALREL   INTO WS-AV-LINHA
                       AT END MOVE 'S' TO WS-FIM
                   END-READ
           END-EVALUATE
           .
       073-FECHAR-AVULSO.

           EVALUATE WS-AV-I
               WHEN 1
                   CLOSE GRADREL
               WHEN 2
                   CLOSE FECHREL
               WHEN 3
                   CLOSE AGINGREL
               WHEN 4
                   CLOSE VALOREL
               WHEN 5
                   CLOSE RESERREL
               WHEN 6
                   CLOSE COMISREL
               WHEN 7
                   CLOSE CAMPREL
               WHEN 8
                   CLOSE ANALREL
               WHEN 9
                   CLOSE SLAREL
               WHEN 10
                   CLOSE CALREL
           END-EVALUATE
           .
       075-ESVAZIAR-AVULSO.

           EVALUATE WS-AV-I
               WHEN 1
                   OPEN OUTPUT GRADREL
               WHEN 2
                   OPEN OUTPUT FECHREL
               WHEN 3
                   OPEN OUTPUT AGINGREL
               WHEN 4
                   OPEN OUTPUT VALOREL
               WHEN 5
                   OPEN OUTPUT RESERREL
               WHEN 6
                   OPEN OUTPUT COMISREL
               WHEN 7
                   OPEN OUTPUT CAMPREL
               WHEN 8
                   OPEN OUTPUT ANALREL
               WHEN 9
                   OPEN OUTPUT SLAREL
               WHEN 10
                   OPEN OUTPUT CALREL
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GRAVAR A EXCECAO NO EXCEPREL
      *--------------------------------------------------------------*
       080-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTEXCEC
           DISPLAY ' * DISTRIB: ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC
           MOVE 'CGPRG073'       TO EX-PROGRAMA
           MOVE WS-DATA-EXEC     TO EX-DATA-EXECUCAO
           MOVE 'INFRAESTRUTURA' TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC     TO EX-CHAVE
           MOVE WS-MOTIVO-EXC    TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - PACOTE COM ERRO OU AVULSO NAO
      *    ESVAZIADO DA RC 08; SECAO SEM DESTINO OU TABELA COM EXCECAO
      *    DA RC 04
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-ERRO-PACOTE = 'S' OR WS-ERRO-ESVAZIAR = 'S'
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTSEMDEST > ZEROS OR WS-CTEXCEC > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF

           MOVE 'CGPRG073'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'LINHAS DO RELATORIO LIDAS'     TO CT-DESCRICAO
           MOVE WS-CTLINREL          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG073'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'RELATORIOS AVULSOS LIDOS'      TO CT-DESCRICAO
           MOVE WS-CTAVULSOS         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG073'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PACOTES GRAVADOS'              TO CT-DESCRICAO
           MOVE WS-CTPACOTES         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG073'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'LINHAS DISTRIBUIDAS'           TO CT-DESCRICAO
           MOVE WS-CTDISTRIB         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG073'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ITENS SEM DESTINO'             TO CT-DESCRICAO
           MOVE WS-CTSEMDEST         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE DISTLOG
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG073        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * LINHAS DA TABELA DISTRIB..: ' WS-CTLIDO
           DISPLAY ' * LINHAS DO RELATORIO.......: ' WS-CTLINREL
           DISPLAY ' * SECOES E AVULSOS (ITENS)..: ' WS-QTDE-IT
           DISPLAY ' * RELATORIOS AVULSOS........: ' WS-CTAVULSOS
           DISPLAY ' * PACOTES GRAVADOS..........: ' WS-CTPACOTES
           DISPLAY ' * LINHAS DISTRIBUIDAS.......: ' WS-CTDISTRIB
           DISPLAY ' * ITENS SEM DESTINO.........: ' WS-CTSEMDEST
           DISPLAY ' * AVULSOS ESVAZIADOS........: ' WS-CTESVAZIADOS
           DISPLAY ' * EXCECOES DA TABELA........: ' WS-CTEXCEC
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG073        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG073 <-------------------*
