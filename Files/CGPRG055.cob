       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG055.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 23/09/2026.
       DATE-COMPILED. 23/09/2026.
      *--------------------------------------------------------------*
      *    PROJECAO DO FLUXO DE CAIXA DA CARTEIRA - LE AS PARCELAS EM *
      *    ABERTO (ABERTA E PARCIAL, PELO SALDO ATUALIZADO - MESMO    *
      *    CRITERIO DO CGPRG032) E PROJETA O RECEBIMENTO DOS PROXIMOS *
      *    24 MESES POR COMPETENCIA E POR REGIAO DE CEP (DOIS         *
      *    PRIMEIROS DIGITOS, COMO NO CGPRG034). A PARCELA A VENCER   *
      *    ENTRA NA SUA COMPETENCIA; A VENCIDA ENTRA NO MES CORRENTE  *
      *    (COBRANCA IMEDIATA). SOBRE O SALDO DE CADA PARCELA APLICA  *
      *    O PERCENTUAL DE INADIMPLENCIA DA SUA FAIXA DE AGING (AS    *
      *    FAIXAS DO CGPRG032), LIDO DO CARTAO PROJPARM. O QUE VENCE  *
      *    DEPOIS DO HORIZONTE SAI SO NO TOTAL. ALEM DO RELATORIO,    *
      *    GRAVA O RESUMO PROJFLUX (CGPROJFX) PARA A PLANILHA DE      *
      *    PLANEJAMENTO DO FINANCEIRO.                                *
      *    O RECEBIMENTO ESPERADO DO CTLTOTAL E O DOS 24 MESES DO     *
      *    HORIZONTE, O MESMO DO TRAILER DO PROJFLUX.                 *
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
           SELECT PROJPARM  ASSIGN TO "PROJPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PROJPARM.
           SELECT PARCELAS  ASSIGN TO "PARCELAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCELAS.
           SELECT PROJREL   ASSIGN TO "PROJREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROJFLUX  ASSIGN TO "PROJFLUX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PROJFLUX.
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
      *-----> PARAMETRO DA PROJECAO: PERCENTUAL DE INADIMPLENCIA
      *       ESPERADO EM CADA FAIXA DE AGING (1=A VENCER, 2=VENCIDA
      *       1 MES, 3=2-3 MESES, 4=4-6 MESES, 5=MAIS DE 6 MESES)
       FD  PROJPARM
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PROJPARM.
           05  PP-PCT-FAIXA  OCCURS 5 TIMES
                                      PIC 9(03)V99.

       FD  PARCELAS
           LABEL RECORDS ARE STANDARD.
           COPY CGPARCEL.

       FD  PROJREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PROJREL             PIC X(80).

       FD  PROJFLUX
           LABEL RECORDS ARE STANDARD.
           COPY CGPROJFX.

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
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTABERTAS           PIC 9(07) VALUE ZEROS.
           05  WS-CTHORIZONTE         PIC 9(07) VALUE ZEROS.
           05  WS-CTGRAVADO           PIC 9(07) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(07) VALUE ZEROS.
           05  WS-FS-PROJPARM         PIC X(02).
           05  WS-FS-PARCELAS         PIC X(02).
           05  WS-FS-PROJFLUX         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-ANO-CORR            PIC 9(04).
           05  WS-MES-CORR            PIC 9(02).
           05  WS-MESES-CORR          PIC 9(06).
           05  WS-MESES-A-VENCER      PIC S9(06).
           05  WS-VL-ABERTO           PIC 9(08)V99.
           05  WS-VL-PERDA            PIC 9(08)V99.
           05  WS-VL-TOTAL-ESP        PIC 9(13)V99 VALUE ZEROS.
           05  WS-VL-HORIZ-ESP        PIC 9(13)V99 VALUE ZEROS.

      *-----> A DATA DO ACCEPT FROM DATE E AAMMDD - DESDOBRADA PARA
      *       MONTAR A COMPETENCIA CORRENTE (SECULO 20XX ASSUMIDO)
       01  WS-DATA-DESDOBRADA.
           05  FILLER                 PIC 9(02).
           05  WS-DD-ANO2             PIC 9(02).
           05  WS-DD-MES              PIC 9(02).
           05  WS-DD-DIA              PIC 9(02).

      *-----> COMPETENCIA DA POSICAO DO HORIZONTE (1 = MES CORRENTE)
       01  WS-COMPETENCIA.
           05  WS-CP-ANO              PIC 9(04).
           05  WS-CP-MES              PIC 9(02).
       01  WS-CP-MESES                PIC 9(06).
       01  WS-CP-RESTO                PIC 9(02).

      *-----> FAIXAS DO AGING (AS MESMAS DO CGPRG032) COM O
      *       PERCENTUAL DE INADIMPLENCIA DO CARTAO E OS TOTAIS
       77  WS-FX-IDX                  PIC 9(01).
       01  WS-TAB-FAIXAS.
           05  WS-FX-FAIXA  OCCURS 5 TIMES.
               10  WS-FX-PCT            PIC 9(03)V99.
               10  WS-FX-QTD            PIC 9(07).
               10  WS-FX-SALDO          PIC 9(11)V99.
               10  WS-FX-PERDA          PIC 9(11)V99.
       01  WS-FX-ROTULO.
           05  FILLER  PIC X(14) VALUE 'A VENCER      '.
           05  FILLER  PIC X(14) VALUE 'VENCIDA 1 MES '.
           05  FILLER  PIC X(14) VALUE 'VENC 2-3 MESES'.
           05  FILLER  PIC X(14) VALUE 'VENC 4-6 MESES'.
           05  FILLER  PIC X(14) VALUE 'VENC + 6 MESES'.
       01  FILLER REDEFINES WS-FX-ROTULO.
           05  WS-FX-NOME  OCCURS 5 TIMES
                                       PIC X(14).

      *-----> PROJECAO POR REGIAO DE CEP (00 A 99, POSICAO = REGIAO
      *       + 1) E POR COMPETENCIA (1 A 24 = HORIZONTE, 25 = DEPOIS
      *       DO HORIZONTE)
       77  WS-RG-IDX                  PIC 9(03).
       77  WS-REGIAO                  PIC 9(02).
       77  WS-MS-IDX                  PIC 9(02).
       01  WS-TAB-PROJECAO.
           05  WS-PJ-REGIAO  OCCURS 100 TIMES.
               10  WS-PJ-MES  OCCURS 25 TIMES.
                   15  WS-PJ-QTD        PIC 9(07).
                   15  WS-PJ-SALDO      PIC 9(11)V99.
                   15  WS-PJ-PERDA      PIC 9(11)V99.

      *-----> ACUMULADORES DE UMA LINHA DO RELATORIO (UMA COMPETENCIA
      *       DE TODAS AS REGIOES, OU O TOTAL DE UMA REGIAO)
       01  WS-ACUMULADO.
           05  WS-AC-QTD              PIC 9(07).
           05  WS-AC-SALDO            PIC 9(13)V99.
           05  WS-AC-PERDA            PIC 9(13)V99.
       01  WS-TOTAL-GERAL.
           05  WS-TG-QTD              PIC 9(07).
           05  WS-TG-SALDO            PIC 9(13)V99.
           05  WS-TG-PERDA            PIC 9(13)V99.

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-CABECALHO.
           05  FILLER              PIC X(40) VALUE
               'COMPET. PARCELAS    SALDO EM ABERTO INAD'.
           05  FILLER              PIC X(40) VALUE
               'IMPL. ESTIMADA    RECEB. ESPERADO       '.
       01  WS-LIN-DETALHE.
           05  LD-COMPET.
               10  LD-ANO          PIC 9(04).
               10  LD-BARRA        PIC X(01).
               10  LD-MES          PIC 9(02).
           05  LD-COMPET-X REDEFINES LD-COMPET PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LD-QTD              PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LD-SALDO            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LD-PERDA            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LD-ESPERADO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(04) VALUE SPACES.
       01  WS-LIN-FAIXA.
           05  LF-NOME             PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LF-PCT              PIC ZZ9,99.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LF-QTD              PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LF-SALDO            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LF-PERDA            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-SOUT-VALOR              PIC $$$.$$$.$$$.$$9,99.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG055.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG055 - PROJECAO DO FLUXO DE CAIXA"
           DISPLAY "PARCELAS EM ABERTO - 24 MESES POR REGIAO"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
              PERFORM 060-IMPRIMIR-PROJECAO
              PERFORM 070-GRAVAR-RESUMO
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           MOVE WS-DATA-EXEC TO WS-DATA-DESDOBRADA
           COMPUTE WS-ANO-CORR = 2000 + WS-DD-ANO2
           MOVE WS-DD-MES TO WS-MES-CORR
           COMPUTE WS-MESES-CORR = (WS-ANO-CORR * 12) + WS-MES-CORR
           INITIALIZE WS-TAB-FAIXAS
           INITIALIZE WS-TAB-PROJECAO
           PERFORM 011-LER-PROJPARM
           IF WS-ABEND NOT = 'S'
              OPEN OUTPUT PROJREL
              OPEN OUTPUT PROJFLUX
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              OPEN INPUT PARCELAS
              IF WS-FS-PARCELAS NOT = '00'
                 DISPLAY ' * ERRO ABRINDO PARCELAS - FS='
                     WS-FS-PARCELAS
                 MOVE 'S' TO WS-FIM
                 MOVE 08  TO RETURN-CODE
              ELSE
                 PERFORM 025-LER-PARCELA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O CARTAO DE PARAMETRO DA PROJECAO - SEM ELE (OU COM
      *    PERCENTUAL INVALIDO) NADA E PROJETADO
      *--------------------------------------------------------------*
       011-LER-PROJPARM.

           OPEN INPUT PROJPARM
           IF WS-FS-PROJPARM NOT = '00'
              DISPLAY ' * ERRO ABRINDO PROJPARM - FS=' WS-FS-PROJPARM
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              READ PROJPARM
                  AT END
                      DISPLAY ' * ERRO: ARQUIVO PROJPARM VAZIO'
                      MOVE 'S' TO WS-ABEND
                      MOVE 08  TO RETURN-CODE
              END-READ
              CLOSE PROJPARM
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 014-CRITICAR-PERCENTUAL
                 VARYING WS-FX-IDX FROM 1 BY 1
                 UNTIL WS-FX-IDX > 5
           END-IF
           .
       014-CRITICAR-PERCENTUAL.

           IF PP-PCT-FAIXA (WS-FX-IDX) IS NOT NUMERIC
              DISPLAY ' * ERRO: PERCENTUAL NAO NUMERICO NA FAIXA '
                  WS-FX-NOME (WS-FX-IDX)
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              IF PP-PCT-FAIXA (WS-FX-IDX) > 100
                 DISPLAY ' * ERRO: PERCENTUAL ACIMA DE 100 NA FAIXA '
                     WS-FX-NOME (WS-FX-IDX)
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 MOVE PP-PCT-FAIXA (WS-FX-IDX) TO
                     WS-FX-PCT (WS-FX-IDX)
                 MOVE WS-FX-PCT (WS-FX-IDX) TO LF-PCT
                 DISPLAY 'INADIMPLENCIA ' WS-FX-NOME (WS-FX-IDX)
                     ': ' LF-PCT '%'
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
      *    LEITURA DA PROXIMA PARCELA
      *--------------------------------------------------------------*
       025-LER-PARCELA.

           READ PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROJETAR A PARCELA ABERTA (OU PARCIAL, PELO SALDO)
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF PA-STATUS = 'ABERTA' OR PA-STATUS = 'PARCIAL'
              IF PA-VENC-MES < 01 OR PA-VENC-MES > 12
                 MOVE 'VENCIMENTO DA PARCELA INVALIDO' TO
                     WS-MOTIVO-EXC
                 PERFORM 050-GRAVAR-EXCECAO
              ELSE
                 PERFORM 040-PROJETAR-PARCELA
              END-IF
           END-IF

           PERFORM 025-LER-PARCELA
           .
      *--------------------------------------------------------------*
      *    FAIXA DE AGING (CRITERIO DO CGPRG032), POSICAO NO HORIZONTE
      *    E INADIMPLENCIA ESTIMADA DA PARCELA
      *--------------------------------------------------------------*
       040-PROJETAR-PARCELA.

           ADD 1 TO WS-CTABERTAS
           IF PA-VALOR-ATUAL > PA-VALOR-PAGO
              COMPUTE WS-VL-ABERTO = PA-VALOR-ATUAL - PA-VALOR-PAGO
           ELSE
              MOVE ZEROS TO WS-VL-ABERTO
           END-IF
           COMPUTE WS-MESES-A-VENCER =
               ((PA-VENC-ANO * 12) + PA-VENC-MES) - WS-MESES-CORR

           EVALUATE TRUE
               WHEN WS-MESES-A-VENCER >= ZEROS
                   MOVE 1 TO WS-FX-IDX
               WHEN WS-MESES-A-VENCER = -1
                   MOVE 2 TO WS-FX-IDX
               WHEN WS-MESES-A-VENCER >= -3
                   MOVE 3 TO WS-FX-IDX
               WHEN WS-MESES-A-VENCER >= -6
                   MOVE 4 TO WS-FX-IDX
               WHEN OTHER
                   MOVE 5 TO WS-FX-IDX
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-MESES-A-VENCER <= ZEROS
                   MOVE 1 TO WS-MS-IDX
               WHEN WS-MESES-A-VENCER < 24
                   COMPUTE WS-MS-IDX = WS-MESES-A-VENCER + 1
               WHEN OTHER
                   MOVE 25 TO WS-MS-IDX
           END-EVALUATE
           IF WS-MS-IDX < 25
              ADD 1 TO WS-CTHORIZONTE
           END-IF

           COMPUTE WS-VL-PERDA ROUNDED =
               WS-VL-ABERTO * WS-FX-PCT (WS-FX-IDX) / 100
           COMPUTE WS-RG-IDX = (PA-CEP / 1000000) + 1

           ADD 1            TO WS-FX-QTD (WS-FX-IDX)
           ADD WS-VL-ABERTO TO WS-FX-SALDO (WS-FX-IDX)
           ADD WS-VL-PERDA  TO WS-FX-PERDA (WS-FX-IDX)
           ADD 1            TO WS-PJ-QTD (WS-RG-IDX, WS-MS-IDX)
           ADD WS-VL-ABERTO TO WS-PJ-SALDO (WS-RG-IDX, WS-MS-IDX)
           ADD WS-VL-PERDA  TO WS-PJ-PERDA (WS-RG-IDX, WS-MS-IDX)
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PARCELA RECUSADA NO EXCEPREL
      *--------------------------------------------------------------*
       050-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * PARCELA RECUSADA - LOTE: ' PA-CEP '/' PA-SEQ
               ' PARCELA ' PA-NRPARC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG055'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE SPACES          TO EX-CHAVE
           STRING PA-CEP        DELIMITED BY SIZE
                  PA-SEQ        DELIMITED BY SIZE
                  PA-NRPARC     DELIMITED BY SIZE
             INTO EX-CHAVE
           END-STRING
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    COMPETENCIA (AAAA/MM) DA POSICAO WS-MS-IDX DO HORIZONTE
      *--------------------------------------------------------------*
       055-CALCULAR-COMPETENCIA.

           COMPUTE WS-CP-MESES = WS-MESES-CORR + WS-MS-IDX - 2
           DIVIDE WS-CP-MESES BY 12 GIVING WS-CP-ANO
               REMAINDER WS-CP-RESTO
           COMPUTE WS-CP-MES = WS-CP-RESTO + 1
           .
      *--------------------------------------------------------------*
      *    RELATORIO: CONSOLIDADO POR COMPETENCIA, DETALHE POR REGIAO
      *    DE CEP E PREMISSA DE INADIMPLENCIA POR FAIXA DE AGING
      *--------------------------------------------------------------*
       060-IMPRIMIR-PROJECAO.

           MOVE SPACES TO WS-REG-PROJREL
           STRING 'PROJECAO DO FLUXO DE CAIXA DA CARTEIRA - DATA BASE '
                      DELIMITED BY SIZE
                  WS-DATA-EXEC DELIMITED BY SIZE
             INTO WS-REG-PROJREL
           END-STRING
           WRITE WS-REG-PROJREL
           MOVE SPACES TO WS-REG-PROJREL
           WRITE WS-REG-PROJREL
           MOVE 'CONSOLIDADO POR COMPETENCIA (TODAS AS REGIOES):' TO
               WS-REG-PROJREL
           WRITE WS-REG-PROJREL
           MOVE WS-LIN-CABECALHO TO WS-REG-PROJREL
           WRITE WS-REG-PROJREL
           INITIALIZE WS-TOTAL-GERAL
           PERFORM 061-IMPRIMIR-COMPETENCIA
              VARYING WS-MS-IDX FROM 1 BY 1
              UNTIL WS-MS-IDX > 25
           MOVE WS-TG-QTD   TO WS-AC-QTD
           MOVE WS-TG-SALDO TO WS-AC-SALDO
           MOVE WS-TG-PERDA TO WS-AC-PERDA
           MOVE 'TOTAL  ' TO LD-COMPET-X
           PERFORM 068-IMPRIMIR-LINHA
           COMPUTE WS-VL-TOTAL-ESP = WS-TG-SALDO - WS-TG-PERDA

           MOVE SPACES TO WS-REG-PROJREL
           WRITE WS-REG-PROJREL
           MOVE 'POR REGIAO DE CEP (2 PRIMEIROS DIGITOS):' TO
               WS-REG-PROJREL
           WRITE WS-REG-PROJREL
           PERFORM 063-IMPRIMIR-REGIAO
              VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > 100

           MOVE SPACES TO WS-REG-PROJREL
           WRITE WS-REG-PROJREL
           MOVE 'PREMISSA DE INADIMPLENCIA POR FAIXA DE AGING:' TO
               WS-REG-PROJREL
           WRITE WS-REG-PROJREL
           MOVE 'FAIXA          PERCENTPARCELAS' TO WS-REG-PROJREL
           MOVE '    SALDO EM ABERTO INADIMPL. ESTIMADA' TO
               WS-REG-PROJREL (31:38)
           WRITE WS-REG-PROJREL
           PERFORM 066-IMPRIMIR-FAIXA
              VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > 5
           .
      *--------------------------------------------------------------*
      *    UMA COMPETENCIA SOMADA EM TODAS AS REGIOES
      *--------------------------------------------------------------*
       061-IMPRIMIR-COMPETENCIA.

           INITIALIZE WS-ACUMULADO
           PERFORM 062-SOMAR-COMPETENCIA
              VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > 100
           ADD WS-AC-QTD   TO WS-TG-QTD
           ADD WS-AC-SALDO TO WS-TG-SALDO
           ADD WS-AC-PERDA TO WS-TG-PERDA
           PERFORM 067-MONTAR-COMPETENCIA
           PERFORM 068-IMPRIMIR-LINHA
           .
       062-SOMAR-COMPETENCIA.

           ADD WS-PJ-QTD (WS-RG-IDX, WS-MS-IDX)   TO WS-AC-QTD
           ADD WS-PJ-SALDO (WS-RG-IDX, WS-MS-IDX) TO WS-AC-SALDO
           ADD WS-PJ-PERDA (WS-RG-IDX, WS-MS-IDX) TO WS-AC-PERDA
           .
      *--------------------------------------------------------------*
      *    UMA REGIAO - SO AS COMPETENCIAS COM PARCELA, E O TOTAL
      *--------------------------------------------------------------*
       063-IMPRIMIR-REGIAO.

           INITIALIZE WS-TOTAL-GERAL
           PERFORM 064-SOMAR-REGIAO
              VARYING WS-MS-IDX FROM 1 BY 1
              UNTIL WS-MS-IDX > 25
           IF WS-TG-QTD > ZEROS
              COMPUTE WS-REGIAO = WS-RG-IDX - 1
              MOVE SPACES TO WS-REG-PROJREL
              STRING '  CEP '  DELIMITED BY SIZE
                     WS-REGIAO DELIMITED BY SIZE
                     'XXXXXX'  DELIMITED BY SIZE
                INTO WS-REG-PROJREL
              END-STRING
              WRITE WS-REG-PROJREL
              MOVE WS-LIN-CABECALHO TO WS-REG-PROJREL
              WRITE WS-REG-PROJREL
              PERFORM 065-IMPRIMIR-REGIAO-MES
                 VARYING WS-MS-IDX FROM 1 BY 1
                 UNTIL WS-MS-IDX > 25
              MOVE WS-TG-QTD   TO WS-AC-QTD
              MOVE WS-TG-SALDO TO WS-AC-SALDO
              MOVE WS-TG-PERDA TO WS-AC-PERDA
              MOVE 'TOTAL  ' TO LD-COMPET-X
              PERFORM 068-IMPRIMIR-LINHA
           END-IF
           .
       064-SOMAR-REGIAO.

           ADD WS-PJ-QTD (WS-RG-IDX, WS-MS-IDX)   TO WS-TG-QTD
           ADD WS-PJ-SALDO (WS-RG-IDX, WS-MS-IDX) TO WS-TG-SALDO
           ADD WS-PJ-PERDA (WS-RG-IDX, WS-MS-IDX) TO WS-TG-PERDA
           .
       065-IMPRIMIR-REGIAO-MES.

           IF WS-PJ-QTD (WS-RG-IDX, WS-MS-IDX) > ZEROS
              MOVE WS-PJ-QTD (WS-RG-IDX, WS-MS-IDX)   TO WS-AC-QTD
              MOVE WS-PJ-SALDO (WS-RG-IDX, WS-MS-IDX) TO WS-AC-SALDO
              MOVE WS-PJ-PERDA (WS-RG-IDX, WS-MS-IDX) TO WS-AC-PERDA
              PERFORM 067-MONTAR-COMPETENCIA
              PERFORM 068-IMPRIMIR-LINHA
           END-IF
           .
       066-IMPRIMIR-FAIXA.

           MOVE WS-FX-NOME (WS-FX-IDX)  TO LF-NOME
           MOVE WS-FX-PCT (WS-FX-IDX)   TO LF-PCT
           MOVE WS-FX-QTD (WS-FX-IDX)   TO LF-QTD
           MOVE WS-FX-SALDO (WS-FX-IDX) TO LF-SALDO
           MOVE WS-FX-PERDA (WS-FX-IDX) TO LF-PERDA
           MOVE WS-LIN-FAIXA TO WS-REG-PROJREL
           WRITE WS-REG-PROJREL
           DISPLAY ' *' WS-REG-PROJREL
           .
      *--------------------------------------------------------------*
      *    ROTULO DA COMPETENCIA - A POSICAO 25 E O QUE VENCE DEPOIS
      *    DO HORIZONTE DE 24 MESES
      *--------------------------------------------------------------*
       067-MONTAR-COMPETENCIA.

           IF WS-MS-IDX = 25
              MOVE 'APOS 24' TO LD-COMPET-X
           ELSE
              PERFORM 055-CALCULAR-COMPETENCIA
              MOVE WS-CP-ANO TO LD-ANO
              MOVE '/'       TO LD-BARRA
              MOVE WS-CP-MES TO LD-MES
           END-IF
           .
       068-IMPRIMIR-LINHA.

           MOVE WS-AC-QTD   TO LD-QTD
           MOVE WS-AC-SALDO TO LD-SALDO
           MOVE WS-AC-PERDA TO LD-PERDA
           COMPUTE LD-ESPERADO = WS-AC-SALDO - WS-AC-PERDA
           MOVE WS-LIN-DETALHE TO WS-REG-PROJREL
           WRITE WS-REG-PROJREL
           .
      *--------------------------------------------------------------*
      *    RESUMO PARA O PLANEJAMENTO: HEADER COM A PREMISSA, UM
      *    DETALHE POR REGIAO X COMPETENCIA DO HORIZONTE COM PARCELA,
      *    O TOTAL DE CADA COMPETENCIA E O TRAILER
      *--------------------------------------------------------------*
       070-GRAVAR-RESUMO.

           INITIALIZE PF-REG-PROJECAO
           MOVE 'H'           TO PF-TIPO
           MOVE WS-DATA-EXEC  TO PF-H-DATA-BASE
           MOVE 1             TO WS-MS-IDX
           PERFORM 055-CALCULAR-COMPETENCIA
           MOVE WS-COMPETENCIA TO PF-H-COMP-INI
           MOVE 24            TO WS-MS-IDX
           PERFORM 055-CALCULAR-COMPETENCIA
           MOVE WS-COMPETENCIA TO PF-H-COMP-FIM
           PERFORM 071-MOVER-PERCENTUAL
              VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > 5
           WRITE PF-REG-PROJECAO
           ADD 1 TO WS-CTGRAVADO

           INITIALIZE WS-TOTAL-GERAL
           PERFORM 072-GRAVAR-COMPETENCIA
              VARYING WS-MS-IDX FROM 1 BY 1
              UNTIL WS-MS-IDX > 24

           INITIALIZE PF-REG-PROJECAO
           ADD 1 TO WS-CTGRAVADO
           MOVE 'T'           TO PF-TIPO
           MOVE WS-CTGRAVADO  TO PF-T-QTDREG
           MOVE WS-TG-SALDO   TO PF-T-SALDO
           MOVE WS-TG-PERDA   TO PF-T-PERDA
           COMPUTE PF-T-ESPERADO = WS-TG-SALDO - WS-TG-PERDA
           MOVE PF-T-ESPERADO TO WS-VL-HORIZ-ESP
           WRITE PF-REG-PROJECAO
           .
       071-MOVER-PERCENTUAL.

           MOVE WS-FX-PCT (WS-FX-IDX) TO PF-H-PCT-FAIXA (WS-FX-IDX)
           .
       072-GRAVAR-COMPETENCIA.

           PERFORM 055-CALCULAR-COMPETENCIA
           INITIALIZE WS-ACUMULADO
           PERFORM 073-GRAVAR-REGIAO
              VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > 100
           INITIALIZE PF-REG-PROJECAO
           MOVE 'M'            TO PF-TIPO
           MOVE ZEROS          TO PF-REGIAO
           MOVE WS-COMPETENCIA TO PF-COMPETENCIA
           MOVE WS-AC-QTD      TO PF-QTD-PARC
           MOVE WS-AC-SALDO    TO PF-SALDO
           MOVE WS-AC-PERDA    TO PF-PERDA
           COMPUTE PF-ESPERADO = WS-AC-SALDO - WS-AC-PERDA
           WRITE PF-REG-PROJECAO
           ADD 1 TO WS-CTGRAVADO
           ADD WS-AC-SALDO TO WS-TG-SALDO
           ADD WS-AC-PERDA TO WS-TG-PERDA
           .
       073-GRAVAR-REGIAO.

           IF WS-PJ-QTD (WS-RG-IDX, WS-MS-IDX) > ZEROS
              INITIALIZE PF-REG-PROJECAO
              MOVE 'D'            TO PF-TIPO
              COMPUTE PF-REGIAO = WS-RG-IDX - 1
              MOVE WS-COMPETENCIA TO PF-COMPETENCIA
              MOVE WS-PJ-QTD (WS-RG-IDX, WS-MS-IDX)   TO PF-QTD-PARC
              MOVE WS-PJ-SALDO (WS-RG-IDX, WS-MS-IDX) TO PF-SALDO
              MOVE WS-PJ-PERDA (WS-RG-IDX, WS-MS-IDX) TO PF-PERDA
              COMPUTE PF-ESPERADO = PF-SALDO - PF-PERDA
              WRITE PF-REG-PROJECAO
              ADD 1 TO WS-CTGRAVADO
              ADD WS-PJ-QTD (WS-RG-IDX, WS-MS-IDX)   TO WS-AC-QTD
              ADD WS-PJ-SALDO (WS-RG-IDX, WS-MS-IDX) TO WS-AC-SALDO
              ADD WS-PJ-PERDA (WS-RG-IDX, WS-MS-IDX) TO WS-AC-PERDA
           END-IF
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

           MOVE 'CGPRG055'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS LIDAS'                TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG055'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS EM ABERTO'            TO CT-DESCRICAO
           MOVE WS-CTABERTAS         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG055'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS NO HORIZONTE'         TO CT-DESCRICAO
           MOVE WS-CTHORIZONTE       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG055'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS NO PROJFLUX'         TO CT-DESCRICAO
           MOVE WS-CTGRAVADO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG055'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'RECEB. ESPERADO 24M (REAIS)'   TO CT-DESCRICAO
           MOVE WS-VL-HORIZ-ESP      TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG055'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS RECUSADAS'            TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE PARCELAS
           CLOSE PROJREL
           CLOSE PROJFLUX
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           MOVE WS-VL-TOTAL-ESP TO WS-SOUT-VALOR
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG055        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PARCELAS LIDAS.........: ' WS-CTLIDO
           DISPLAY ' * PARCELAS EM ABERTO.....: ' WS-CTABERTAS
           DISPLAY ' * PARCELAS NO HORIZONTE..: ' WS-CTHORIZONTE
           DISPLAY ' * REGISTROS NO PROJFLUX..: ' WS-CTGRAVADO
           DISPLAY ' * PARCELAS RECUSADAS.....: ' WS-CTINVALID
           DISPLAY ' * RECEBIMENTO ESPERADO...: ' WS-SOUT-VALOR
           MOVE WS-VL-HORIZ-ESP TO WS-SOUT-VALOR
           DISPLAY ' * ESPERADO EM 24 MESES...: ' WS-SOUT-VALOR
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG055        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG055 <-------------------*
