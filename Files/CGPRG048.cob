       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG048.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 17/09/2026.
       DATE-COMPILED. 17/09/2026.
      *--------------------------------------------------------------*
      *    CALCULO MENSAL DE ENCARGOS DE ATRASO - O CGPRG032 DIZ HA   *
      *    QUANTO TEMPO A PARCELA ESTA VENCIDA, MAS NAO QUANTO O      *
      *    COMPRADOR DEVE HOJE. ESTE PROGRAMA VARRE O CARNE           *
      *    (PARCELAS, REGRAVADO EM LUGAR) E, PARA TODA PARCELA EM     *
      *    ABERTO (ABERTA OU PARCIAL) VENCIDA HA MAIS DIAS QUE A      *
      *    CARENCIA, CALCULA A MULTA E OS JUROS DE MORA PELO ARQUIVO  *
      *    DE PARAMETROS ENCARGOS E GRAVA O VALOR DEVIDO ATUALIZADO   *
      *    EM PA-VALOR-ATUAL, AO LADO DO PA-VALOR ORIGINAL:           *
      *    - MULTA = VALOR DE FACE X PERCENTUAL DE MULTA;             *
      *    - JUROS = VALOR DE FACE X TAXA DIARIA X DIAS DE ATRASO,    *
      *      CONTADOS DO VENCIMENTO NA BASE COMERCIAL 30/360 (MESMA   *
      *      CONTA DO CGPRG033);                                      *
      *    - O VENCIMENTO DA PARCELA E O DIA DO BOLETO (DO ARQUIVO    *
      *      DE PARAMETROS) NA COMPETENCIA PA-VENCIM.                 *
      *    O CALCULO E REFEITO DO ZERO A CADA RODADA (NAO CAPITALIZA) *
      *    - PARCELA AINDA NA CARENCIA VOLTA AO VALOR DE FACE.        *
      *    O RELATORIO ENCARREL TRAZ AS PARCELAS COM ENCARGO E OS     *
      *    TOTAIS POR COMPRADOR (VENDAMST + COMPMST) E POR REGIAO DE  *
      *    CEP (DOIS PRIMEIROS DIGITOS, COMO NO CGPRG034). A REMESSA  *
      *    (CGPRG047), A BAIXA (CGPRG046) E A POSICAO PARA QUITACAO   *
      *    (CGPRG049) PASSAM A COBRAR PELO VALOR ATUALIZADO.          *
      *    COMPMST OU VENDAMST MAIOR QUE A TABELA (2000 COMPRADORES,  *
      *    5000 VENDAS ATIVAS) CANCELA O CALCULO COM RC 08.           *
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
           SELECT ENCARGOS  ASSIGN TO "ENCARGOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENCARGOS.
           SELECT VENDAMST  ASSIGN TO "VENDAMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VENDAMST.
           SELECT COMPMST   ASSIGN TO "COMPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMPMST.
           SELECT PARCELAS  ASSIGN TO "PARCELAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCELAS.
           SELECT ENCARREL  ASSIGN TO "ENCARREL"
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
      *-----> PARAMETROS DE ENCARGOS: PERCENTUAL DE MULTA, TAXA DE
      *       JUROS AO DIA (EM PERCENTUAL), DIAS DE CARENCIA E DIA
      *       DE VENCIMENTO DO BOLETO
       FD  ENCARGOS
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-ENCARGO.
           05  EN-MULTA-PCT        PIC 9(02)V99.
           05  EN-JUROS-DIA-PCT    PIC 9(01)V9999.
           05  EN-CARENCIA-DIAS    PIC 9(03).
           05  EN-DIA-VENC         PIC 9(02).

       FD  VENDAMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDAS.

       FD  COMPMST
           LABEL RECORDS ARE STANDARD.
           COPY CGCOMPMS.

       FD  PARCELAS
           LABEL RECORDS ARE STANDARD.
           COPY CGPARCEL.

       FD  ENCARREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-ENCARREL            PIC X(80).

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
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTABERTAS           PIC 9(07) VALUE ZEROS.
           05  WS-CTENCARGO           PIC 9(07) VALUE ZEROS.
           05  WS-CTCARENCIA          PIC 9(07) VALUE ZEROS.
           05  WS-CTREGRAV            PIC 9(07) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-FS-ENCARGOS         PIC X(02).
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-COMPMST          PIC X(02).
           05  WS-FS-PARCELAS         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).

      *-----> CALCULO DOS ENCARGOS DA PARCELA
       01  WS-AREA-CALCULO.
           05  WS-DIAS-HOJE           PIC 9(07).
           05  WS-DIAS-VENC           PIC 9(07).
           05  WS-DIAS-ATRASO         PIC S9(05).
           05  WS-REGIAO              PIC 9(02).
           05  WS-VL-MULTA            PIC 9(08)V99.
           05  WS-VL-JUROS            PIC 9(08)V99.
           05  WS-VL-ENCARGO          PIC 9(08)V99.
           05  WS-VL-NOVO             PIC 9(08)V99.
           05  WS-VL-SALDO            PIC 9(08)V99.

      *-----> TOTAIS GERAIS DA RODADA
       01  WS-AREA-TOTAIS.
           05  WS-TOT-MULTA           PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOT-JUROS           PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOT-ENCARGO         PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOT-SALDO           PIC 9(11)V99 VALUE ZEROS.

      *-----> A DATA DO ACCEPT FROM DATE E AAMMDD - DESDOBRADA PARA
      *       A CONTA DE DIAS EM BASE 30/360 (SECULO 20XX ASSUMIDO)
       01  WS-DATA-DESDOBRADA.
           05  FILLER                 PIC 9(02).
           05  WS-DD-ANO2             PIC 9(02).
           05  WS-DD-MES              PIC 9(02).
           05  WS-DD-DIA              PIC 9(02).

      *-----> COMPRADORES DO COMPMST COM OS TOTAIS DE ENCARGO
       77  WS-QTDE-COMP               PIC 9(04) VALUE ZEROS.
       77  WS-CP-I                    PIC 9(04).
       77  WS-CP-IDX                  PIC 9(04).
       77  WS-CP-ACHOU                PIC X(01).
       01  WS-TAB-COMPRADORES.
           05  WS-COMPCAD  OCCURS 2000 TIMES.
               10  WS-CP-CODIGO        PIC 9(05).
               10  WS-CP-NOME          PIC X(25).
               10  WS-CP-QTD           PIC 9(05).
               10  WS-CP-ENCARGO       PIC 9(10)V99.
               10  WS-CP-SALDO         PIC 9(10)V99.

      *-----> VENDAS ATIVAS DO VENDAMST (LOTE -> COMPRADOR)
       77  WS-QTDE-VND                PIC 9(04) VALUE ZEROS.
       77  WS-VN-I                    PIC 9(04).
       77  WS-VN-IDX                  PIC 9(04).
       77  WS-VN-ACHOU                PIC X(01).
       01  WS-TAB-VENDAS.
           05  WS-VENDA  OCCURS 5000 TIMES.
               10  WS-VN-CEP           PIC 9(08).
               10  WS-VN-SEQ           PIC 9(03).
               10  WS-VN-COMPRADOR     PIC 9(05).

      *-----> TOTAIS POR REGIAO DE CEP (DOIS PRIMEIROS DIGITOS)
       77  WS-QTDE-RG                 PIC 99      VALUE ZEROS.
       77  WS-RG-I                    PIC 99.
       77  WS-RG-IDX                  PIC 99.
       77  WS-RG-ACHOU                PIC X(01).
       01  WS-TAB-REGIOES.
           05  WS-TAB-RG  OCCURS 20 TIMES.
               10  WS-RG-PREFIXO        PIC 9(02).
               10  WS-RG-QTD            PIC 9(07).
               10  WS-RG-ENCARGO        PIC 9(10)V99.
               10  WS-RG-SALDO          PIC 9(10)V99.

       01  WS-SOUT-VALOR              PIC $$$.$$$.$$9,99.
       01  WS-SOUT-SALDO              PIC $$$.$$$.$$9,99.
       01  WS-SOUT-QTD                PIC ZZZ.ZZ9.
       01  WS-SOUT-DIAS               PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG048.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG048 - ENCARGOS DE ATRASO DAS PARCELAS"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
              PERFORM 060-IMPRIMIR-TOTAIS
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           PERFORM 011-LER-ENCARGOS
           IF WS-ABEND NOT = 'S'
              MOVE WS-DATA-EXEC TO WS-DATA-DESDOBRADA
              COMPUTE WS-DIAS-HOJE = ((2000 + WS-DD-ANO2) * 360) +
                  (WS-DD-MES * 30) + WS-DD-DIA
              OPEN OUTPUT ENCARREL
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              PERFORM 014-CARREGAR-COMPRADORES
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 016-CARREGAR-VENDAS
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN I-O PARCELAS
              IF WS-FS-PARCELAS NOT = '00'
                 DISPLAY ' * ERRO ABRINDO PARCELAS - FS='
                     WS-FS-PARCELAS
                 MOVE 'S' TO WS-FIM
                 MOVE 08  TO RETURN-CODE
              ELSE
                 MOVE 'ENCARGOS DE ATRASO DAS PARCELAS - DATA '
                     TO WS-REG-ENCARREL
                 MOVE WS-DATA-EXEC TO WS-REG-ENCARREL (41:8)
                 WRITE WS-REG-ENCARREL
                 MOVE 'COMPR LOTE/PARCELA      VENC   ATRASO'
                     TO WS-REG-ENCARREL
                 MOVE '      ENCARGOS SALDO ATUALIZ.'
                     TO WS-REG-ENCARREL (37:29)
                 WRITE WS-REG-ENCARREL
                 PERFORM 025-LER-PARCELA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O ARQUIVO DE PARAMETROS DE ENCARGOS - SEM ELE (OU COM
      *    DIA DE VENCIMENTO INVALIDO) NADA E CALCULADO
      *--------------------------------------------------------------*
       011-LER-ENCARGOS.

           OPEN INPUT ENCARGOS
           IF WS-FS-ENCARGOS NOT = '00'
              DISPLAY ' * ERRO ABRINDO ENCARGOS - FS=' WS-FS-ENCARGOS
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              READ ENCARGOS
                  AT END
                      DISPLAY ' * ERRO: ARQUIVO ENCARGOS VAZIO'
                      MOVE 'S' TO WS-ABEND
                      MOVE 08  TO RETURN-CODE
              END-READ
              CLOSE ENCARGOS
           END-IF
           IF WS-ABEND NOT = 'S'
              IF EN-DIA-VENC < 01 OR EN-DIA-VENC > 28
                 DISPLAY ' * ERRO: DIA DE VENCIMENTO INVALIDO: '
                     EN-DIA-VENC
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 DISPLAY 'PERCENTUAL DE MULTA.......: ' EN-MULTA-PCT
                 DISPLAY 'JUROS AO DIA (%)..........: '
                     EN-JUROS-DIA-PCT
                 DISPLAY 'DIAS DE CARENCIA..........: '
                     EN-CARENCIA-DIAS
                 DISPLAY 'DIA DE VENCIMENTO.........: ' EN-DIA-VENC
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
      *    CARREGAR O CADASTRO DE COMPRADORES
      *--------------------------------------------------------------*
       014-CARREGAR-COMPRADORES.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT COMPMST
           IF WS-FS-COMPMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO COMPMST - FS=' WS-FS-COMPMST
                  ' - SEM TOTAIS POR COMPRADOR'
           ELSE
              PERFORM 015-LER-COMPRADOR UNTIL WS-FIM-AUX = 'S'
              CLOSE COMPMST
           END-IF
           .
       015-LER-COMPRADOR.

           READ COMPMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF WS-QTDE-COMP < 2000
                      ADD 1 TO WS-QTDE-COMP
                      MOVE CP-CODIGO TO WS-CP-CODIGO  (WS-QTDE-COMP)
                      MOVE CP-NOME   TO WS-CP-NOME    (WS-QTDE-COMP)
                      MOVE ZEROS     TO WS-CP-QTD     (WS-QTDE-COMP)
                      MOVE ZEROS     TO WS-CP-ENCARGO (WS-QTDE-COMP)
                      MOVE ZEROS     TO WS-CP-SALDO   (WS-QTDE-COMP)
                   ELSE
                      PERFORM 066-COMPMST-CHEIO
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS VENDAS ATIVAS DO VENDAMST
      *--------------------------------------------------------------*
       016-CARREGAR-VENDAS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT VENDAMST
           IF WS-FS-VENDAMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDAMST - FS=' WS-FS-VENDAMST
                  ' - SEM TOTAIS POR COMPRADOR'
           ELSE
              PERFORM 017-LER-VENDA UNTIL WS-FIM-AUX = 'S'
              CLOSE VENDAMST
           END-IF
           .
       017-LER-VENDA.

           READ VENDAMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF VN-STATUS = 'ATIVA'
                      IF WS-QTDE-VND < 5000
                         ADD 1 TO WS-QTDE-VND
                         MOVE VN-CEP       TO WS-VN-CEP (WS-QTDE-VND)
                         MOVE VN-SEQ       TO WS-VN-SEQ (WS-QTDE-VND)
                         MOVE VN-COMPRADOR TO
                             WS-VN-COMPRADOR (WS-QTDE-VND)
                      ELSE
                         PERFORM 067-VENDAMST-CHEIO
                      END-IF
                   END-IF
           END-READ
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
      *    RECALCULAR O VALOR ATUALIZADO DA PARCELA EM ABERTO E
      *    REGRAVAR QUANDO MUDAR
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF PA-STATUS = 'ABERTA' OR PA-STATUS = 'PARCIAL'
              ADD 1 TO WS-CTABERTAS
              COMPUTE WS-DIAS-VENC = (PA-VENC-ANO * 360) +
                  (PA-VENC-MES * 30) + EN-DIA-VENC
              COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
              IF WS-DIAS-ATRASO > EN-CARENCIA-DIAS
                 PERFORM 035-CALCULAR-ENCARGOS
              ELSE
                 IF WS-DIAS-ATRASO > ZEROS
                    ADD 1 TO WS-CTCARENCIA
                 END-IF
                 MOVE PA-VALOR TO WS-VL-NOVO
              END-IF
      *       PARAMETRO REDUZIDO NAO PODE DEIXAR O DEVIDO ABAIXO DO
      *       QUE JA FOI PAGO - MANTEM O VALOR ATUALIZADO ANTERIOR
              IF WS-VL-NOVO < PA-VALOR-PAGO
                 MOVE PA-VALOR-ATUAL TO WS-VL-NOVO
              END-IF
              IF WS-VL-NOVO NOT = PA-VALOR-ATUAL
                 MOVE WS-VL-NOVO   TO PA-VALOR-ATUAL
                 MOVE WS-DATA-EXEC TO PA-DATA-ATUALIZ
                 REWRITE PA-REG-PARCELA
                 ADD 1 TO WS-CTREGRAV
              END-IF
           END-IF

           PERFORM 025-LER-PARCELA
           .
      *--------------------------------------------------------------*
      *    MULTA E JUROS SOBRE O VALOR DE FACE DA PARCELA
      *--------------------------------------------------------------*
       035-CALCULAR-ENCARGOS.

           COMPUTE WS-VL-MULTA ROUNDED =
               PA-VALOR * EN-MULTA-PCT / 100
           COMPUTE WS-VL-JUROS ROUNDED =
               PA-VALOR * EN-JUROS-DIA-PCT / 100 * WS-DIAS-ATRASO
           COMPUTE WS-VL-ENCARGO = WS-VL-MULTA + WS-VL-JUROS
           COMPUTE WS-VL-NOVO    = PA-VALOR + WS-VL-ENCARGO
           IF WS-VL-NOVO > PA-VALOR-PAGO
              COMPUTE WS-VL-SALDO = WS-VL-NOVO - PA-VALOR-PAGO
           ELSE
              MOVE ZEROS TO WS-VL-SALDO
           END-IF

           ADD 1             TO WS-CTENCARGO
           ADD WS-VL-MULTA   TO WS-TOT-MULTA
           ADD WS-VL-JUROS   TO WS-TOT-JUROS
           ADD WS-VL-ENCARGO TO WS-TOT-ENCARGO
           ADD WS-VL-SALDO   TO WS-TOT-SALDO

           PERFORM 040-ACUMULAR-COMPRADOR
           PERFORM 045-ACUMULAR-REGIAO
           PERFORM 050-RELATAR-PARCELA
           .
      *--------------------------------------------------------------*
      *    TOTAL DO COMPRADOR - VENDA ATIVA -> COMPRADOR -> CADASTRO
      *--------------------------------------------------------------*
       040-ACUMULAR-COMPRADOR.

           MOVE 'N'   TO WS-VN-ACHOU
           MOVE ZEROS TO WS-VN-IDX
           PERFORM 041-COMPARAR-VENDA
              VARYING WS-VN-I FROM 1 BY 1
              UNTIL WS-VN-I > WS-QTDE-VND OR WS-VN-ACHOU = 'S'
           IF WS-VN-ACHOU = 'N'
              MOVE 'VENDA ATIVA NAO ENCONTRADA' TO WS-MOTIVO-EXC
              PERFORM 065-GRAVAR-EXCECAO
           ELSE
              MOVE 'N'   TO WS-CP-ACHOU
              MOVE ZEROS TO WS-CP-IDX
              PERFORM 042-COMPARAR-COMPRADOR
                 VARYING WS-CP-I FROM 1 BY 1
                 UNTIL WS-CP-I > WS-QTDE-COMP OR WS-CP-ACHOU = 'S'
              IF WS-CP-ACHOU = 'N'
                 MOVE 'COMPRADOR NAO CADASTRADO' TO WS-MOTIVO-EXC
                 PERFORM 065-GRAVAR-EXCECAO
              ELSE
                 ADD 1             TO WS-CP-QTD     (WS-CP-IDX)
                 ADD WS-VL-ENCARGO TO WS-CP-ENCARGO (WS-CP-IDX)
                 ADD WS-VL-SALDO   TO WS-CP-SALDO   (WS-CP-IDX)
              END-IF
           END-IF
           .
       041-COMPARAR-VENDA.

           IF WS-VN-CEP (WS-VN-I) = PA-CEP AND
              WS-VN-SEQ (WS-VN-I) = PA-SEQ
              MOVE WS-VN-I TO WS-VN-IDX
              MOVE 'S'     TO WS-VN-ACHOU
           END-IF
           .
       042-COMPARAR-COMPRADOR.

           IF WS-CP-CODIGO (WS-CP-I) = WS-VN-COMPRADOR (WS-VN-IDX)
              MOVE WS-CP-I TO WS-CP-IDX
              MOVE 'S'     TO WS-CP-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    TOTAL DA REGIAO DE CEP (MESMO CORTE DO CGPRG034)
      *--------------------------------------------------------------*
       045-ACUMULAR-REGIAO.

           COMPUTE WS-REGIAO = PA-CEP / 1000000
           MOVE 'N'   TO WS-RG-ACHOU
           MOVE ZEROS TO WS-RG-IDX
           PERFORM 046-COMPARAR-REGIAO
              VARYING WS-RG-I FROM 1 BY 1
              UNTIL WS-RG-I > WS-QTDE-RG OR WS-RG-ACHOU = 'S'
           IF WS-RG-ACHOU = 'N'
              IF WS-QTDE-RG < 20
                 ADD 1 TO WS-QTDE-RG
                 MOVE WS-QTDE-RG TO WS-RG-IDX
                 MOVE WS-REGIAO  TO WS-RG-PREFIXO (WS-RG-IDX)
              ELSE
                 MOVE ZEROS TO WS-RG-IDX
              END-IF
           END-IF
           IF WS-RG-IDX > ZEROS
              ADD 1             TO WS-RG-QTD     (WS-RG-IDX)
              ADD WS-VL-ENCARGO TO WS-RG-ENCARGO (WS-RG-IDX)
              ADD WS-VL-SALDO   TO WS-RG-SALDO   (WS-RG-IDX)
           END-IF
           .
       046-COMPARAR-REGIAO.

           IF WS-RG-PREFIXO (WS-RG-I) = WS-REGIAO
              MOVE WS-RG-I TO WS-RG-IDX
              MOVE 'S'     TO WS-RG-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    LINHA DE DETALHE DA PARCELA COM ENCARGO
      *--------------------------------------------------------------*
       050-RELATAR-PARCELA.

           MOVE WS-DIAS-ATRASO TO WS-SOUT-DIAS
           MOVE WS-VL-ENCARGO  TO WS-SOUT-VALOR
           MOVE WS-VL-SALDO    TO WS-SOUT-SALDO
           MOVE SPACES TO WS-REG-ENCARREL
           IF WS-VN-ACHOU = 'S'
              MOVE WS-VN-COMPRADOR (WS-VN-IDX) TO
                  WS-REG-ENCARREL (1:5)
           ELSE
              MOVE '?????' TO WS-REG-ENCARREL (1:5)
           END-IF
           STRING PA-CEP        DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  PA-SEQ        DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  PA-NRPARC     DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  PA-VENCIM     DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-SOUT-DIAS  DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-SOUT-VALOR DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-SOUT-SALDO DELIMITED BY SIZE
             INTO WS-REG-ENCARREL (7:74)
           END-STRING
           WRITE WS-REG-ENCARREL
           .
      *--------------------------------------------------------------*
      *    TOTAIS POR COMPRADOR, POR REGIAO E GERAL
      *--------------------------------------------------------------*
       060-IMPRIMIR-TOTAIS.

           MOVE SPACES TO WS-REG-ENCARREL
           WRITE WS-REG-ENCARREL
           MOVE 'TOTAIS POR COMPRADOR (QTD, ENCARGOS, SALDO ATUALIZADO)'
               TO WS-REG-ENCARREL
           WRITE WS-REG-ENCARREL
           PERFORM 061-IMPRIMIR-COMPRADOR
              VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-QTDE-COMP
           MOVE SPACES TO WS-REG-ENCARREL
           WRITE WS-REG-ENCARREL
           MOVE 'TOTAIS POR REGIAO DE CEP (2 PRIMEIROS DIGITOS):'
               TO WS-REG-ENCARREL
           WRITE WS-REG-ENCARREL
           PERFORM 062-IMPRIMIR-REGIAO
              VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > WS-QTDE-RG
           MOVE SPACES TO WS-REG-ENCARREL
           WRITE WS-REG-ENCARREL
           MOVE WS-CTENCARGO   TO WS-SOUT-QTD
           MOVE WS-TOT-ENCARGO TO WS-SOUT-VALOR
           MOVE WS-TOT-SALDO   TO WS-SOUT-SALDO
           MOVE SPACES TO WS-REG-ENCARREL
           STRING 'TOTAL GERAL                      ' DELIMITED BY SIZE
                  WS-SOUT-QTD   DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-SOUT-VALOR DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-SOUT-SALDO DELIMITED BY SIZE
             INTO WS-REG-ENCARREL
           END-STRING
           WRITE WS-REG-ENCARREL
           .
       061-IMPRIMIR-COMPRADOR.

           IF WS-CP-QTD (WS-CP-IDX) > ZEROS
              MOVE WS-CP-QTD     (WS-CP-IDX) TO WS-SOUT-QTD
              MOVE WS-CP-ENCARGO (WS-CP-IDX) TO WS-SOUT-VALOR
              MOVE WS-CP-SALDO   (WS-CP-IDX) TO WS-SOUT-SALDO
              MOVE SPACES TO WS-REG-ENCARREL
              STRING WS-CP-CODIGO (WS-CP-IDX) DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     WS-CP-NOME (WS-CP-IDX)   DELIMITED BY SIZE
                     '  '                     DELIMITED BY SIZE
                     WS-SOUT-QTD              DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     WS-SOUT-VALOR            DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     WS-SOUT-SALDO            DELIMITED BY SIZE
                INTO WS-REG-ENCARREL
              END-STRING
              WRITE WS-REG-ENCARREL
           END-IF
           .
       062-IMPRIMIR-REGIAO.

           MOVE WS-RG-QTD     (WS-RG-IDX) TO WS-SOUT-QTD
           MOVE WS-RG-ENCARGO (WS-RG-IDX) TO WS-SOUT-VALOR
           MOVE WS-RG-SALDO   (WS-RG-IDX) TO WS-SOUT-SALDO
           MOVE SPACES TO WS-REG-ENCARREL
           STRING 'REGIAO CEP '              DELIMITED BY SIZE
                  WS-RG-PREFIXO (WS-RG-IDX)  DELIMITED BY SIZE
                  '                    '     DELIMITED BY SIZE
                  WS-SOUT-QTD                DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-SOUT-VALOR              DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-SOUT-SALDO              DELIMITED BY SIZE
             INTO WS-REG-ENCARREL
           END-STRING
           WRITE WS-REG-ENCARREL
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PARCELA SEM COMPRADOR IDENTIFICADO NO EXCEPREL -
      *    O ENCARGO E CALCULADO MESMO ASSIM
      *--------------------------------------------------------------*
       065-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           MOVE 'CGPRG048'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE SPACES          TO EX-CHAVE
           STRING PA-CEP    DELIMITED BY SIZE
                  PA-SEQ    DELIMITED BY SIZE
                  PA-NRPARC DELIMITED BY SIZE
             INTO EX-CHAVE
           END-STRING
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    COMPMST COM MAIS COMPRADORES QUE A TABELA (2000, O LIMITE
      *    DO CGPRG050) - CANCELA O CALCULO EM VEZ DE DEIXAR DE FORA
      *    DOS TOTAIS OS COMPRADORES EXCEDENTES
      *--------------------------------------------------------------*
       066-COMPMST-CHEIO.

           DISPLAY ' * TABELA DE COMPRADORES CHEIA (2000) - COMPMST'
               ' COM MAIS REGISTROS - EXECUCAO CANCELADA'
           MOVE 'S'             TO WS-ABEND
           MOVE 08              TO RETURN-CODE
           MOVE 'S'             TO WS-FIM-AUX
           MOVE 'CGPRG048'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE CP-CODIGO       TO EX-CHAVE
           MOVE 'TABELA COMPMST CHEIA (2000)' TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           CLOSE ENCARREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL
           .
      *--------------------------------------------------------------*
      *    VENDAMST COM MAIS VENDAS ATIVAS QUE A TABELA (5000) -
      *    CANCELA O CALCULO EM VEZ DE DEIXAR AS VENDAS EXCEDENTES
      *    FORA DOS TOTAIS POR COMPRADOR
      *--------------------------------------------------------------*
       067-VENDAMST-CHEIO.

           DISPLAY ' * TABELA DE VENDAS CHEIA (5000) - VENDAMST'
               ' COM MAIS VENDAS ATIVAS - EXECUCAO CANCELADA'
           MOVE 'S'             TO WS-ABEND
           MOVE 08              TO RETURN-CODE
           MOVE 'S'             TO WS-FIM-AUX
           MOVE 'CGPRG048'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE SPACES          TO EX-CHAVE
           STRING VN-CEP DELIMITED BY SIZE
                  '-'    DELIMITED BY SIZE
                  VN-SEQ DELIMITED BY SIZE
             INTO EX-CHAVE
           END-STRING
           MOVE 'TABELA VENDAMST CHEIA (5000)' TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           CLOSE ENCARREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL
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

           MOVE 'CGPRG048'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS LIDAS'                TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG048'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS EM ABERTO'            TO CT-DESCRICAO
           MOVE WS-CTABERTAS         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG048'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS COM ENCARGO'          TO CT-DESCRICAO
           MOVE WS-CTENCARGO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG048'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS NA CARENCIA'          TO CT-DESCRICAO
           MOVE WS-CTCARENCIA        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG048'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS REGRAVADAS'           TO CT-DESCRICAO
           MOVE WS-CTREGRAV          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG048'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ENCARGOS CALCULADOS (REAIS)'   TO CT-DESCRICAO
           MOVE WS-TOT-ENCARGO       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           IF WS-FS-PARCELAS = '00' OR WS-FS-PARCELAS = '10'
              CLOSE PARCELAS
           END-IF
           CLOSE ENCARREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG048        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PARCELAS LIDAS.........: ' WS-CTLIDO
           DISPLAY ' * PARCELAS EM ABERTO.....: ' WS-CTABERTAS
           DISPLAY ' * PARCELAS COM ENCARGO...: ' WS-CTENCARGO
           DISPLAY ' * PARCELAS NA CARENCIA...: ' WS-CTCARENCIA
           DISPLAY ' * PARCELAS REGRAVADAS....: ' WS-CTREGRAV
           MOVE WS-TOT-MULTA TO WS-SOUT-VALOR
           DISPLAY ' * TOTAL DE MULTA.........: ' WS-SOUT-VALOR
           MOVE WS-TOT-JUROS TO WS-SOUT-VALOR
           DISPLAY ' * TOTAL DE JUROS.........: ' WS-SOUT-VALOR
           DISPLAY ' * SEM COMPRADOR/VENDA....: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG048        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG048 <-------------------*
