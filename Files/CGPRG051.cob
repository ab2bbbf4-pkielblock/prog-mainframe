       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG051.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 19/09/2026.
       DATE-COMPILED. 19/09/2026.
      *--------------------------------------------------------------*
      *    RENEGOCIACAO DE VENDA A PRAZO - ATE AQUI A UNICA SAIDA     *
      *    PARA UM COMPRADOR EM ATRASO ERA O CGPRG035, QUE CANCELA A  *
      *    VENDA INTEIRA. ESTE PROGRAMA RECEBE VIA SYSIN A TRANSACAO  *
      *    DE RENEGOCIACAO (CEP + SEQ + NOVA QTD DE PARCELAS + 1O     *
      *    VENCIMENTO AAAAMM + ENTRADA OPCIONAL), CONFERE A VENDA     *
      *    ATIVA NO VENDAMST E APURA O SALDO DAS PARCELAS EM ABERTO   *
      *    (ABERTA OU PARCIAL) PELO VALOR ATUALIZADO - A MULTA E OS   *
      *    JUROS DO CGPRG048 ENTRAM NO NOVO SALDO. AS PARCELAS EM     *
      *    ABERTO SAO CANCELADAS (UM PAGAMENTO ATRASADO DELAS CAI NA  *
      *    SUSPENSAO DO CGPRG046) E O SALDO MENOS A ENTRADA E         *
      *    DIVIDIDO NO CARNE NOVO, NUMERADO A PARTIR DA ULTIMA        *
      *    PARCELA EXISTENTE PARA NAO REPETIR CHAVE NO RETORNO NEM    *
      *    NO LOG DE REMESSA. O VENDAMST GUARDA A NOVA QUANTIDADE DE  *
      *    PARCELAS, A DATA DA RENEGOCIACAO E A ENTRADA PAGA. O       *
      *    RENEGREL MOSTRA, POR VENDA, O CARNE ANTERIOR AO LADO DO    *
      *    CARNE NOVO. A ENTRADA PAGA VAI TAMBEM PARA O MOVIMENTO     *
      *    DIARIO MOVLOTES DA INTERFACE CONTABIL.                     *
      *    ERRO ABRINDO OU REGRAVANDO O PARCELAS OU O VENDAMST, OU    *
      *    ABRINDO O MOVLOTES, INTERROMPE AS TRANSACOES COM RC 08.    *
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
               ORGANIZATION IS SEQUENTIAL.
           SELECT VENDAMST  ASSIGN TO "VENDAMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VENDAMST.
           SELECT PARCELAS  ASSIGN TO "PARCELAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCELAS.
           SELECT MOVLOTES  ASSIGN TO "MOVLOTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVLOTES.
           SELECT RENEGREL  ASSIGN TO "RENEGREL"
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
      *-----> TRANSACAO DE RENEGOCIACAO - ENTRADA ZERADA = SEM ENTRADA
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-TRANSACAO.
           05  RN-CEP                 PIC 9(08).
           05  RN-SEQ                 PIC 9(03).
           05  RN-QTDPARC             PIC 9(02).
           05  RN-PRIM-VENC.
               10  RN-PRIM-ANO        PIC 9(04).
               10  RN-PRIM-MES        PIC 9(02).
           05  RN-ENTRADA             PIC 9(08)V99.

       FD  VENDAMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDAS.

       FD  PARCELAS
           LABEL RECORDS ARE STANDARD.
           COPY CGPARCEL.

      *-----> MOVIMENTO DIARIO P/ A INTERFACE CONTABIL (CGPRG052)
       FD  MOVLOTES
           LABEL RECORDS ARE STANDARD.
           COPY CGMOVLOT.

       FD  RENEGREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-RENEGREL            PIC X(80).

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
           05  WS-FIM-AUX             PIC X(01).
           05  WS-ACHOU-VENDA         PIC X(01).
           05  WS-ABEND               PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTRENEG             PIC 9(04) VALUE ZEROS.
           05  WS-CTPARCCANC          PIC 9(05) VALUE ZEROS.
           05  WS-CTPARCGER           PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(04) VALUE ZEROS.
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-PARCELAS         PIC X(02).
           05  WS-FS-MOVLOTES         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-VL-TOTAL-RENEG      PIC 9(11)V99 VALUE ZEROS.

      *-----> DADOS DA VENDA LOCALIZADA NO 036, GUARDADOS PARA O
      *       MOVIMENTO E O RELATORIO (O VENDAMST JA ESTA FECHADO)
       01  WS-VENDA-ATUAL.
           05  WS-VA-COMPRADOR        PIC 9(05).
           05  WS-VA-PRECO            PIC 9(08)V99.
           05  WS-VA-VEND             PIC 9(04).

      *-----> CARNE ANTERIOR DA VENDA (TODAS AS PARCELAS, NA ORDEM DO
      *       ARQUIVO) E O SALDO EM ABERTO APURADO SOBRE ELE
       77  WS-QTDE-ANT                PIC 9(03) VALUE ZEROS.
       77  WS-AN-I                    PIC 9(03).
       01  WS-TAB-ANTERIOR.
           05  WS-ANTERIOR  OCCURS 99 TIMES.
               10  WS-AN-NRPARC         PIC 9(02).
               10  WS-AN-VENC-ANO       PIC 9(04).
               10  WS-AN-VENC-MES       PIC 9(02).
               10  WS-AN-VALOR-ATUAL    PIC 9(08)V99.
               10  WS-AN-STATUS         PIC X(08).
       01  WS-AREA-SALDO.
           05  WS-QT-ABERTAS          PIC 9(02).
           05  WS-ULT-NRPARC          PIC 9(02).
           05  WS-VL-FACE             PIC S9(09)V99.
           05  WS-VL-ENCARGO          PIC S9(09)V99.
           05  WS-VL-SALDO            PIC 9(09)V99.
           05  WS-VL-SALDO-PARC       PIC 9(08)V99.
           05  WS-VL-RENEGOCIADO      PIC 9(09)V99.

      *-----> CARNE NOVO - MESMA REGRA DO CGPRG031: PARCELAS IGUAIS E
      *       A DIFERENCA DE ARREDONDAMENTO NA ULTIMA
       77  WS-PC-I                    PIC 9(02).
       01  WS-AREA-CARNE.
           05  WS-VAL-PARCELA         PIC 9(08)V99.
           05  WS-VAL-ULTIMA          PIC 9(08)V99.
           05  WS-MESES-TOT           PIC 9(06).
           05  WS-ANO-VENC            PIC 9(04).
           05  WS-MES-VENC            PIC 9(02).
           05  WS-AAAAMM-EXEC         PIC 9(06).
       01  WS-TAB-NOVO.
           05  WS-NOVO  OCCURS 99 TIMES.
               10  WS-NV-NRPARC         PIC 9(02).
               10  WS-NV-VENC-ANO       PIC 9(04).
               10  WS-NV-VENC-MES       PIC 9(02).
               10  WS-NV-VALOR          PIC 9(08)V99.

      *-----> A DATA DO ACCEPT FROM DATE E AAMMDD - DESDOBRADA AQUI
      *       PARA A CONFERENCIA DO 1O VENCIMENTO (SECULO 20XX
      *       ASSUMIDO, COMO NO CGPRG031)
       01  WS-DATA-DESDOBRADA.
           05  FILLER                 PIC 9(02).
           05  WS-DD-ANO2             PIC 9(02).
           05  WS-DD-MES              PIC 9(02).
           05  WS-DD-DIA              PIC 9(02).

      *-----> LINHA DO QUADRO CARNE ANTERIOR X CARNE NOVO
       01  WS-LINHA-QUADRO.
           05  LQ-AN-NRPARC           PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LQ-AN-VENC             PIC X(07).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LQ-AN-VALOR            PIC X(13).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LQ-AN-STATUS           PIC X(08).
           05  FILLER                 PIC X(03) VALUE ' | '.
           05  LQ-NV-NRPARC           PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LQ-NV-VENC             PIC X(07).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  LQ-NV-VALOR            PIC X(13).
           05  FILLER                 PIC X(20) VALUE SPACES.
       01  WS-VENC-EDIT.
           05  VE-ANO                 PIC 9(04).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  VE-MES                 PIC 9(02).
       01  WS-VALOR-EDIT              PIC ZZ.ZZZ.ZZ9,99.
       01  WS-SOUT-VALOR              PIC $$$.$$$.$$9,99.
       01  WS-SOUT-QTD                PIC Z9.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG051.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG051 - RENEGOCIACAO DE VENDA A PRAZO"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           MOVE WS-DATA-EXEC TO WS-DATA-DESDOBRADA
           COMPUTE WS-AAAAMM-EXEC =
               ((2000 + WS-DD-ANO2) * 100) + WS-DD-MES
           OPEN INPUT SYSIN
           OPEN OUTPUT RENEGREL
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 025-LER-SYSIN
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
      *    LEITURA DA PROXIMA TRANSACAO DE RENEGOCIACAO - VIA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           READ SYSIN
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    VALIDAR A TRANSACAO, APURAR O SALDO E REFAZER O CARNE
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF RN-QTDPARC = ZEROS
              MOVE 'QTD DE PARCELAS ZERADA' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
           IF RN-PRIM-MES < 01 OR RN-PRIM-MES > 12
              MOVE 'MES DO 1O VENCIMENTO INVALIDO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
           IF RN-PRIM-VENC < WS-AAAAMM-EXEC
              MOVE '1O VENCIMENTO JA PASSOU' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              PERFORM 035-LOCALIZAR-VENDA
              IF WS-ABEND NOT = 'S'
                 IF WS-ACHOU-VENDA = 'N'
                    MOVE 'VENDA ATIVA NAO ENCONTRADA' TO WS-MOTIVO-EXC
                    PERFORM 060-GRAVAR-EXCECAO
                 ELSE
                    PERFORM 040-APURAR-SALDO
                    IF WS-ABEND NOT = 'S'
                       PERFORM 038-CRITICAR-SALDO
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF

           IF WS-ABEND = 'S'
              MOVE 'S' TO WS-FIM
           ELSE
              PERFORM 025-LER-SYSIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A VENDA ATIVA NO VENDAMST (VARRIDO DO INICIO A
      *    CADA TRANSACAO) - COMPRADOR, PRECO E VENDEDOR FICAM EM
      *    WS-VENDA-ATUAL
      *--------------------------------------------------------------*
       035-LOCALIZAR-VENDA.

           MOVE 'N' TO WS-ACHOU-VENDA
           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT VENDAMST
           IF WS-FS-VENDAMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDAMST - FS='
                  WS-FS-VENDAMST
              MOVE 'S' TO WS-ABEND
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           PERFORM 036-LER-VENDA UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-VENDAMST = '00' OR WS-FS-VENDAMST = '10'
              CLOSE VENDAMST
           END-IF
           .
       036-LER-VENDA.

           READ VENDAMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF VN-CEP = RN-CEP AND VN-SEQ = RN-SEQ AND
                      VN-STATUS = 'ATIVA'
                      MOVE VN-COMPRADOR TO WS-VA-COMPRADOR
                      MOVE VN-PRECO     TO WS-VA-PRECO
                      MOVE VN-VEND      TO WS-VA-VEND
                      MOVE 'S' TO WS-ACHOU-VENDA
                      MOVE 'S' TO WS-FIM-AUX
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    SO RENEGOCIA VENDA COM SALDO EM ABERTO MAIOR QUE A ENTRADA
      *    E COM ESPACO NA NUMERACAO DAS PARCELAS (PA-NRPARC 99)
      *--------------------------------------------------------------*
       038-CRITICAR-SALDO.

           IF WS-QT-ABERTAS = ZEROS
              MOVE 'VENDA SEM PARCELAS EM ABERTO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
           IF RN-ENTRADA NOT < WS-VL-SALDO
              MOVE 'ENTRADA COBRE O SALDO ABERTO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
           IF WS-ULT-NRPARC + RN-QTDPARC > 99
              MOVE 'LIMITE DE 99 PARCELAS EXCEDIDO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              COMPUTE WS-VL-RENEGOCIADO = WS-VL-SALDO - RN-ENTRADA
              PERFORM 045-CANCELAR-ABERTAS
              IF WS-ABEND NOT = 'S'
                 PERFORM 050-GERAR-CARNE-NOVO
              END-IF
              IF WS-ABEND NOT = 'S'
                 PERFORM 055-ATUALIZAR-VENDA
              END-IF
              IF WS-ABEND NOT = 'S'
                 IF RN-ENTRADA > ZEROS
                    PERFORM 057-GRAVAR-MOVIMENTO
                 END-IF
                 PERFORM 070-IMPRIMIR-RENEGOCIACAO
                 ADD 1                 TO WS-CTRENEG
                 ADD WS-VL-RENEGOCIADO TO WS-VL-TOTAL-RENEG
                 MOVE WS-VL-RENEGOCIADO TO WS-SOUT-VALOR
                 DISPLAY ' * VENDA RENEGOCIADA - LOTE ' RN-CEP '/'
                     RN-SEQ ' SALDO ' WS-SOUT-VALOR
                     ' EM ' RN-QTDPARC ' PARCELAS'
              END-IF
           END-IF
           END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    UMA PASSADA SOBRE O CARNE: GUARDAR O CARNE ANTERIOR DA
      *    VENDA E SOMAR O SALDO EM ABERTO (VALOR ATUALIZADO MENOS O
      *    JA PAGO), OS ENCARGOS E A ULTIMA PARCELA EXISTENTE
      *--------------------------------------------------------------*
       040-APURAR-SALDO.

           INITIALIZE WS-AREA-SALDO
           MOVE ZEROS TO WS-QTDE-ANT
           MOVE 'N'   TO WS-FIM-AUX
           OPEN INPUT PARCELAS
           IF WS-FS-PARCELAS NOT = '00'
              DISPLAY ' * ERRO ABRINDO PARCELAS - FS=' WS-FS-PARCELAS
              MOVE 'S' TO WS-ABEND
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           PERFORM 041-LER-PARCELA UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-PARCELAS = '00' OR WS-FS-PARCELAS = '10'
              CLOSE PARCELAS
           END-IF
           .
       041-LER-PARCELA.

           READ PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF PA-CEP = RN-CEP AND PA-SEQ = RN-SEQ
                      PERFORM 042-GUARDAR-PARCELA
                   END-IF
           END-READ
           .
       042-GUARDAR-PARCELA.

           IF PA-NRPARC > WS-ULT-NRPARC
              MOVE PA-NRPARC TO WS-ULT-NRPARC
           END-IF
           IF WS-QTDE-ANT < 99
              ADD 1 TO WS-QTDE-ANT
              MOVE PA-NRPARC      TO WS-AN-NRPARC      (WS-QTDE-ANT)
              MOVE PA-VENC-ANO    TO WS-AN-VENC-ANO    (WS-QTDE-ANT)
              MOVE PA-VENC-MES    TO WS-AN-VENC-MES    (WS-QTDE-ANT)
              MOVE PA-VALOR-ATUAL TO WS-AN-VALOR-ATUAL (WS-QTDE-ANT)
              MOVE PA-STATUS      TO WS-AN-STATUS      (WS-QTDE-ANT)
           END-IF
           IF PA-STATUS = 'ABERTA' OR PA-STATUS = 'PARCIAL'
              IF PA-VALOR-ATUAL > PA-VALOR-PAGO
                 COMPUTE WS-VL-SALDO-PARC =
                     PA-VALOR-ATUAL - PA-VALOR-PAGO
              ELSE
                 MOVE ZEROS TO WS-VL-SALDO-PARC
              END-IF
              ADD 1 TO WS-QT-ABERTAS
              ADD WS-VL-SALDO-PARC TO WS-VL-SALDO
              COMPUTE WS-VL-ENCARGO =
                  WS-VL-ENCARGO + PA-VALOR-ATUAL - PA-VALOR
              COMPUTE WS-VL-FACE =
                  WS-VL-FACE + PA-VALOR - PA-VALOR-PAGO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CANCELAR AS PARCELAS EM ABERTO DA VENDA - O SALDO DELAS
      *    JA ESTA NO VALOR RENEGOCIADO
      *--------------------------------------------------------------*
       045-CANCELAR-ABERTAS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN I-O PARCELAS
           IF WS-FS-PARCELAS NOT = '00'
              DISPLAY ' * ERRO ABRINDO PARCELAS - FS=' WS-FS-PARCELAS
                  ' - CARNE NAO ATUALIZADO'
              MOVE 'S' TO WS-ABEND
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           PERFORM 046-CANCELAR-PARCELA UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-PARCELAS = '00' OR WS-FS-PARCELAS = '10'
              CLOSE PARCELAS
           END-IF
           .
       046-CANCELAR-PARCELA.

           READ PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF PA-CEP = RN-CEP AND PA-SEQ = RN-SEQ AND
                      (PA-STATUS = 'ABERTA' OR PA-STATUS = 'PARCIAL')
                      MOVE 'CANCELAD' TO PA-STATUS
                      REWRITE PA-REG-PARCELA
                      IF WS-FS-PARCELAS NOT = '00'
                         DISPLAY ' * ERRO REGRAVANDO PARCELAS - FS='
                             WS-FS-PARCELAS ' LOTE ' RN-CEP '/' RN-SEQ
                         MOVE 'S' TO WS-ABEND
                         MOVE 'S' TO WS-FIM-AUX
                      ELSE
                         ADD 1 TO WS-CTPARCCANC
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GERAR O CARNE NOVO NO FIM DO PARCELAS - O SALDO
      *    RENEGOCIADO E DIVIDIDO EM PARCELAS IGUAIS (DIFERENCA DE
      *    ARREDONDAMENTO NA ULTIMA), VENCIMENTO MENSAL A PARTIR DO
      *    1O VENCIMENTO DA TRANSACAO, NUMERACAO APOS A ULTIMA
      *    PARCELA JA EXISTENTE
      *--------------------------------------------------------------*
       050-GERAR-CARNE-NOVO.

           COMPUTE WS-VAL-PARCELA = WS-VL-RENEGOCIADO / RN-QTDPARC
           COMPUTE WS-VAL-ULTIMA = WS-VL-RENEGOCIADO -
               (WS-VAL-PARCELA * RN-QTDPARC) + WS-VAL-PARCELA
           OPEN EXTEND PARCELAS
           IF WS-FS-PARCELAS = '35'
              OPEN OUTPUT PARCELAS
           END-IF
           IF WS-FS-PARCELAS NOT = '00'
              DISPLAY ' * ERRO ABRINDO PARCELAS - FS=' WS-FS-PARCELAS
                  ' - CARNE NOVO NAO GERADO'
              MOVE 'S' TO WS-ABEND
           ELSE
              PERFORM 051-GRAVAR-PARCELA
                 VARYING WS-PC-I FROM 1 BY 1
                 UNTIL WS-PC-I > RN-QTDPARC
              CLOSE PARCELAS
           END-IF
           .
       051-GRAVAR-PARCELA.

           COMPUTE WS-MESES-TOT =
               (RN-PRIM-ANO * 12) + RN-PRIM-MES - 2 + WS-PC-I
           COMPUTE WS-ANO-VENC = WS-MESES-TOT / 12
           COMPUTE WS-MES-VENC = WS-MESES-TOT -
               (WS-ANO-VENC * 12) + 1

           MOVE RN-CEP       TO PA-CEP
           MOVE RN-SEQ       TO PA-SEQ
           COMPUTE PA-NRPARC = WS-ULT-NRPARC + WS-PC-I
           MOVE WS-ANO-VENC  TO PA-VENC-ANO
           MOVE WS-MES-VENC  TO PA-VENC-MES
           IF WS-PC-I = RN-QTDPARC
              MOVE WS-VAL-ULTIMA  TO PA-VALOR
           ELSE
              MOVE WS-VAL-PARCELA TO PA-VALOR
           END-IF
           MOVE 'ABERTA'     TO PA-STATUS
           MOVE ZEROS        TO PA-DATA-PAGTO
           MOVE ZEROS        TO PA-VALOR-PAGO
           MOVE PA-VALOR     TO PA-VALOR-ATUAL
           MOVE ZEROS        TO PA-DATA-ATUALIZ
           WRITE PA-REG-PARCELA
           ADD 1 TO WS-CTPARCGER

           MOVE PA-NRPARC    TO WS-NV-NRPARC   (WS-PC-I)
           MOVE PA-VENC-ANO  TO WS-NV-VENC-ANO (WS-PC-I)
           MOVE PA-VENC-MES  TO WS-NV-VENC-MES (WS-PC-I)
           MOVE PA-VALOR     TO WS-NV-VALOR    (WS-PC-I)
           .
      *--------------------------------------------------------------*
      *    GRAVAR NA VENDA A NOVA QUANTIDADE DE PARCELAS, A DATA DA
      *    RENEGOCIACAO E A ENTRADA PAGA (ACUMULADA)
      *--------------------------------------------------------------*
       055-ATUALIZAR-VENDA.

           MOVE 'N' TO WS-FIM-AUX
           OPEN I-O VENDAMST
           IF WS-FS-VENDAMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDAMST - FS='
                  WS-FS-VENDAMST ' - VENDA NAO ATUALIZADA'
              MOVE 'S' TO WS-ABEND
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           PERFORM 056-REGRAVAR-VENDA UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-VENDAMST = '00' OR WS-FS-VENDAMST = '10'
              CLOSE VENDAMST
           END-IF
           .
       056-REGRAVAR-VENDA.

           READ VENDAMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF VN-CEP = RN-CEP AND VN-SEQ = RN-SEQ AND
                      VN-STATUS = 'ATIVA'
                      MOVE RN-QTDPARC   TO VN-QTDPARC
                      MOVE WS-DATA-EXEC TO VN-DATA-RENEG
                      ADD RN-ENTRADA    TO VN-ENTR-RENEG
                      REWRITE VN-REG-VENDA
                      IF WS-FS-VENDAMST NOT = '00'
                         DISPLAY ' * ERRO REGRAVANDO VENDAMST - FS='
                             WS-FS-VENDAMST ' LOTE ' RN-CEP '/' RN-SEQ
                         MOVE 'S' TO WS-ABEND
                      END-IF
                      MOVE 'S' TO WS-FIM-AUX
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR A ENTRADA DA RENEGOCIACAO ('R') NO MOVIMENTO DIARIO
      *    DE LOTES - VN-ENTR-RENEG E ACUMULADA E NAO SERVE AO DIA
      *--------------------------------------------------------------*
       057-GRAVAR-MOVIMENTO.

           OPEN EXTEND MOVLOTES
           IF WS-FS-MOVLOTES = '35'
               OPEN OUTPUT MOVLOTES
           END-IF
           IF WS-FS-MOVLOTES NOT = '00'
              DISPLAY ' * ERRO ABRINDO MOVLOTES - FS=' WS-FS-MOVLOTES
                  ' - ENTRADA DO LOTE ' RN-CEP '/' RN-SEQ
                  ' FORA DA INTERFACE CONTABIL'
              MOVE 'S' TO WS-ABEND
           ELSE
              MOVE SPACES       TO MV-REG-MOVIMENTO
              MOVE 'R'          TO MV-TIPO
              MOVE RN-CEP       TO MV-CEP
              MOVE RN-SEQ       TO MV-SEQ
              MOVE WS-VA-VEND   TO MV-VEND
              MOVE WS-DATA-EXEC TO MV-DATA
              MOVE RN-ENTRADA   TO MV-VALOR
              MOVE ZEROS        TO MV-COMISSAO
              WRITE MV-REG-MOVIMENTO
              CLOSE MOVLOTES
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A TRANSACAO INVALIDA NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * RENEGOCIACAO REJEITADA - CEP: ' RN-CEP
               ' SEQ: ' RN-SEQ ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG051'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE SPACES          TO EX-CHAVE
           STRING RN-CEP DELIMITED BY SIZE
                  '-'    DELIMITED BY SIZE
                  RN-SEQ DELIMITED BY SIZE
             INTO EX-CHAVE
           END-STRING
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A RENEGOCIACAO - RESUMO DO SALDO E O QUADRO DO
      *    CARNE ANTERIOR AO LADO DO CARNE NOVO
      *--------------------------------------------------------------*
       070-IMPRIMIR-RENEGOCIACAO.

           MOVE SPACES TO WS-REG-RENEGREL
           STRING 'RENEGOCIACAO DE VENDA - LOTE ' DELIMITED BY SIZE
                  RN-CEP                          DELIMITED BY SIZE
                  '/'                             DELIMITED BY SIZE
                  RN-SEQ                          DELIMITED BY SIZE
                  ' - DATA '                      DELIMITED BY SIZE
                  WS-DATA-EXEC                    DELIMITED BY SIZE
             INTO WS-REG-RENEGREL
           END-STRING
           WRITE WS-REG-RENEGREL
           MOVE WS-VA-PRECO TO WS-SOUT-VALOR
           MOVE SPACES TO WS-REG-RENEGREL
           STRING 'COMPRADOR '    DELIMITED BY SIZE
                  WS-VA-COMPRADOR DELIMITED BY SIZE
                  '  VENDEDOR '   DELIMITED BY SIZE
                  WS-VA-VEND      DELIMITED BY SIZE
                  '  PRECO '      DELIMITED BY SIZE
                  WS-SOUT-VALOR   DELIMITED BY SIZE
             INTO WS-REG-RENEGREL
           END-STRING
           WRITE WS-REG-RENEGREL
           MOVE WS-QT-ABERTAS TO WS-SOUT-QTD
           MOVE SPACES TO WS-REG-RENEGREL
           STRING 'PARCELAS EM ABERTO CANCELADAS: ' DELIMITED BY SIZE
                  WS-SOUT-QTD                       DELIMITED BY SIZE
             INTO WS-REG-RENEGREL
           END-STRING
           WRITE WS-REG-RENEGREL
           MOVE WS-VL-FACE TO WS-SOUT-VALOR
           MOVE SPACES TO WS-REG-RENEGREL
           STRING 'VALOR DE FACE EM ABERTO......: ' DELIMITED BY SIZE
                  WS-SOUT-VALOR                     DELIMITED BY SIZE
             INTO WS-REG-RENEGREL
           END-STRING
           WRITE WS-REG-RENEGREL
           MOVE WS-VL-ENCARGO TO WS-SOUT-VALOR
           MOVE SPACES TO WS-REG-RENEGREL
           STRING 'MULTA E JUROS INCORPORADOS...: ' DELIMITED BY SIZE
                  WS-SOUT-VALOR                     DELIMITED BY SIZE
             INTO WS-REG-RENEGREL
           END-STRING
           WRITE WS-REG-RENEGREL
           MOVE WS-VL-SALDO TO WS-SOUT-VALOR
           MOVE SPACES TO WS-REG-RENEGREL
           STRING 'SALDO ATUALIZADO.............: ' DELIMITED BY SIZE
                  WS-SOUT-VALOR                     DELIMITED BY SIZE
             INTO WS-REG-RENEGREL
           END-STRING
           WRITE WS-REG-RENEGREL
           MOVE RN-ENTRADA TO WS-SOUT-VALOR
           MOVE SPACES TO WS-REG-RENEGREL
           STRING 'ENTRADA DA RENEGOCIACAO......: ' DELIMITED BY SIZE
                  WS-SOUT-VALOR                     DELIMITED BY SIZE
             INTO WS-REG-RENEGREL
           END-STRING
           WRITE WS-REG-RENEGREL
           MOVE WS-VL-RENEGOCIADO TO WS-SOUT-VALOR
           MOVE RN-QTDPARC        TO WS-SOUT-QTD
           MOVE SPACES TO WS-REG-RENEGREL
           STRING 'SALDO RENEGOCIADO............: ' DELIMITED BY SIZE
                  WS-SOUT-VALOR                     DELIMITED BY SIZE
                  ' EM '                            DELIMITED BY SIZE
                  WS-SOUT-QTD                       DELIMITED BY SIZE
                  ' PARCELAS A PARTIR DE '          DELIMITED BY SIZE
                  RN-PRIM-ANO                       DELIMITED BY SIZE
                  '/'                               DELIMITED BY SIZE
                  RN-PRIM-MES                       DELIMITED BY SIZE
             INTO WS-REG-RENEGREL
           END-STRING
           WRITE WS-REG-RENEGREL
           MOVE SPACES TO WS-REG-RENEGREL
           WRITE WS-REG-RENEGREL
           MOVE SPACES TO WS-REG-RENEGREL
           STRING '-------- CARNE ANTERIOR ---------' DELIMITED BY SIZE
                  ' | '                               DELIMITED BY SIZE
                  '----- CARNE NOVO -------'          DELIMITED BY SIZE
             INTO WS-REG-RENEGREL
           END-STRING
           WRITE WS-REG-RENEGREL
           MOVE SPACES TO WS-REG-RENEGREL
           STRING 'PC VENC      VALOR ATUAL SITUACAO' DELIMITED BY SIZE
                  ' | '                               DELIMITED BY SIZE
                  'PC VENC            VALOR'          DELIMITED BY SIZE
             INTO WS-REG-RENEGREL
           END-STRING
           WRITE WS-REG-RENEGREL
           PERFORM 071-IMPRIMIR-LINHA-QUADRO
              VARYING WS-AN-I FROM 1 BY 1
              UNTIL WS-AN-I > WS-QTDE-ANT AND WS-AN-I > RN-QTDPARC
           MOVE SPACES TO WS-REG-RENEGREL
           WRITE WS-REG-RENEGREL
           .
       071-IMPRIMIR-LINHA-QUADRO.

           MOVE SPACES TO LQ-AN-NRPARC LQ-AN-VENC LQ-AN-VALOR
                          LQ-AN-STATUS LQ-NV-NRPARC LQ-NV-VENC
                          LQ-NV-VALOR
           IF WS-AN-I NOT > WS-QTDE-ANT
              MOVE WS-AN-NRPARC (WS-AN-I)      TO LQ-AN-NRPARC
              MOVE WS-AN-VENC-ANO (WS-AN-I)    TO VE-ANO
              MOVE WS-AN-VENC-MES (WS-AN-I)    TO VE-MES
              MOVE WS-VENC-EDIT                TO LQ-AN-VENC
              MOVE WS-AN-VALOR-ATUAL (WS-AN-I) TO WS-VALOR-EDIT
              MOVE WS-VALOR-EDIT               TO LQ-AN-VALOR
              MOVE WS-AN-STATUS (WS-AN-I)      TO LQ-AN-STATUS
           END-IF
           IF WS-AN-I NOT > RN-QTDPARC
              MOVE WS-NV-NRPARC (WS-AN-I)      TO LQ-NV-NRPARC
              MOVE WS-NV-VENC-ANO (WS-AN-I)    TO VE-ANO
              MOVE WS-NV-VENC-MES (WS-AN-I)    TO VE-MES
              MOVE WS-VENC-EDIT                TO LQ-NV-VENC
              MOVE WS-NV-VALOR (WS-AN-I)       TO WS-VALOR-EDIT
              MOVE WS-VALOR-EDIT               TO LQ-NV-VALOR
           END-IF
           MOVE WS-LINHA-QUADRO TO WS-REG-RENEGREL
           WRITE WS-REG-RENEGREL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTLIDO = ZEROS OR WS-ABEND = 'S'
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTINVALID > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF

           MOVE 'CGPRG051'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRANSACOES LIDAS'              TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG051'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VENDAS RENEGOCIADAS'           TO CT-DESCRICAO
           MOVE WS-CTRENEG           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG051'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS CANCELADAS'           TO CT-DESCRICAO
           MOVE WS-CTPARCCANC        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG051'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS GERADAS'              TO CT-DESCRICAO
           MOVE WS-CTPARCGER         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG051'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'SALDO RENEGOCIADO (REAIS)'     TO CT-DESCRICAO
           MOVE WS-VL-TOTAL-RENEG    TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG051'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRANSACOES INVALIDAS'          TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE SYSIN
           CLOSE RENEGREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG051        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * TRANSACOES LIDAS.......: ' WS-CTLIDO
           DISPLAY ' * VENDAS RENEGOCIADAS....: ' WS-CTRENEG
           DISPLAY ' * PARCELAS CANCELADAS....: ' WS-CTPARCCANC
           DISPLAY ' * PARCELAS GERADAS.......: ' WS-CTPARCGER
           DISPLAY ' * TRANSACOES INVALIDAS...: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG051        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG051 <-------------------*
