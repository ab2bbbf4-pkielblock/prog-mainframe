       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG049.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 17/09/2026.
       DATE-COMPILED. 17/09/2026.
      *--------------------------------------------------------------*
      *    POSICAO PARA QUITACAO DE VENDA A PRAZO - RECEBE VIA SYSIN  *
      *    UM DECK DE LOTES (CEP + SEQ) CUJO COMPRADOR PEDIU O SALDO  *
      *    PARA QUITAR O CONTRATO. CONFERE A VENDA ATIVA NO VENDAMST, *
      *    BUSCA O COMPRADOR NO COMPMST E, NUMA UNICA PASSADA SOBRE   *
      *    O CARNE, SOMA AS PARCELAS EM ABERTO (ABERTA OU PARCIAL)    *
      *    DE CADA LOTE PEDIDO PELO VALOR ATUALIZADO COM MULTA E      *
      *    JUROS (PA-VALOR-ATUAL, DO CGPRG048) MENOS O JA PAGO - NAO  *
      *    PELO VALOR DE FACE. A POSICAO SAI EM UMA FOLHA POR LOTE    *
      *    NO QUITREL, COM O VALOR DE FACE EM ABERTO, OS ENCARGOS E   *
      *    O SALDO ATUALIZADO PARA QUITACAO. PEDIDO ALEM DO 100O OU   *
      *    SEM VENDA ATIVA VAI PARA O EXCEPREL COMO RECUSADO (RC 04). *
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
           SELECT COMPMST   ASSIGN TO "COMPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMPMST.
           SELECT PARCELAS  ASSIGN TO "PARCELAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCELAS.
           SELECT QUITREL   ASSIGN TO "QUITREL"
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
      *-----> PEDIDO DE POSICAO PARA QUITACAO
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PEDIDO.
           05  QT-CEP                 PIC 9(08).
           05  QT-SEQ                 PIC 9(03).

       FD  VENDAMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDAS.

       FD  COMPMST
           LABEL RECORDS ARE STANDARD.
           COPY CGCOMPMS.

       FD  PARCELAS
           LABEL RECORDS ARE STANDARD.
           COPY CGPARCEL.

       FD  QUITREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-QUITREL             PIC X(80).

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
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTEMITIDA           PIC 9(04) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(04) VALUE ZEROS.
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-COMPMST          PIC X(02).
           05  WS-FS-PARCELAS         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-VL-TOTAL-QUIT       PIC 9(11)V99 VALUE ZEROS.

      *-----> PEDIDOS VALIDOS DO DECK - VENDA ATIVA, COMPRADOR E
      *       ACUMULADORES DO CARNE
       77  WS-QTDE-PED                PIC 9(03) VALUE ZEROS.
       77  WS-PD-I                    PIC 9(03).
       77  WS-PD-IDX                  PIC 9(03).
       77  WS-PD-ACHOU                PIC X(01).
      *-----> CHAVE PROCURADA NA TABELA (LOTE DA VENDA OU DA PARCELA
      *       LIDA, OU DO PEDIDO RECUSADO)
       77  WS-CEP-PESQ                PIC 9(08).
       77  WS-SEQ-PESQ                PIC 9(03).
       01  WS-TAB-PEDIDOS.
           05  WS-PEDIDO  OCCURS 100 TIMES.
               10  WS-PD-CEP            PIC 9(08).
               10  WS-PD-SEQ            PIC 9(03).
               10  WS-PD-ATIVA          PIC X(01).
               10  WS-PD-COMPRADOR      PIC 9(05).
               10  WS-PD-NOME           PIC X(25).
               10  WS-PD-PRECO          PIC 9(08)V99.
               10  WS-PD-QTDPARC        PIC 9(02).
               10  WS-PD-QTDABERTA      PIC 9(02).
               10  WS-PD-FACE           PIC S9(09)V99.
               10  WS-PD-ENCARGO        PIC 9(09)V99.
               10  WS-PD-SALDO          PIC 9(09)V99.
               10  WS-PD-DATA-CALC      PIC 9(08).

       01  WS-VL-SALDO-PARC           PIC 9(08)V99.
       01  WS-SOUT-VALOR              PIC $$$.$$$.$$9,99.
       01  WS-SOUT-FACE               PIC -$$$.$$$.$$9,99.
       01  WS-SOUT-QTD                PIC Z9.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG049.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG049 - POSICAO PARA QUITACAO"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 040-CONFERIR-VENDAS
           PERFORM 045-BUSCAR-COMPRADORES
           PERFORM 050-SOMAR-CARNE
           PERFORM 060-IMPRIMIR-POSICOES
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           OPEN INPUT SYSIN
           OPEN OUTPUT QUITREL
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
      *    LEITURA DO PROXIMO PEDIDO - VIA SYSIN
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
      *    GUARDAR O PEDIDO NA TABELA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-QTDE-PED < 100
              ADD 1 TO WS-QTDE-PED
              INITIALIZE WS-PEDIDO (WS-QTDE-PED)
              MOVE QT-CEP TO WS-PD-CEP (WS-QTDE-PED)
              MOVE QT-SEQ TO WS-PD-SEQ (WS-QTDE-PED)
              MOVE 'N'    TO WS-PD-ATIVA (WS-QTDE-PED)
           ELSE
              MOVE QT-CEP TO WS-CEP-PESQ
              MOVE QT-SEQ TO WS-SEQ-PESQ
              MOVE 'TABELA DE PEDIDOS CHEIA (100)' TO WS-MOTIVO-EXC
              PERFORM 065-GRAVAR-EXCECAO
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CONFERIR A VENDA ATIVA DE CADA PEDIDO NO VENDAMST
      *--------------------------------------------------------------*
       040-CONFERIR-VENDAS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT VENDAMST
           IF WS-FS-VENDAMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDAMST - FS=' WS-FS-VENDAMST
              MOVE 08  TO RETURN-CODE
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           PERFORM 041-LER-VENDA UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-VENDAMST = '00' OR WS-FS-VENDAMST = '10'
              CLOSE VENDAMST
           END-IF
           .
       041-LER-VENDA.

           READ VENDAMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF VN-STATUS = 'ATIVA'
                      MOVE VN-CEP TO WS-CEP-PESQ
                      MOVE VN-SEQ TO WS-SEQ-PESQ
                      PERFORM 042-LOCALIZAR-PEDIDO
                      IF WS-PD-ACHOU = 'S'
                         MOVE 'S'          TO WS-PD-ATIVA (WS-PD-IDX)
                         MOVE VN-COMPRADOR TO
                             WS-PD-COMPRADOR (WS-PD-IDX)
                         MOVE VN-PRECO     TO WS-PD-PRECO (WS-PD-IDX)
                         MOVE VN-QTDPARC   TO
                             WS-PD-QTDPARC (WS-PD-IDX)
                      END-IF
                   END-IF
           END-READ
           .
       042-LOCALIZAR-PEDIDO.

           MOVE 'N'   TO WS-PD-ACHOU
           MOVE ZEROS TO WS-PD-IDX
           PERFORM 043-COMPARAR-PEDIDO
              VARYING WS-PD-I FROM 1 BY 1
              UNTIL WS-PD-I > WS-QTDE-PED OR WS-PD-ACHOU = 'S'
           .
       043-COMPARAR-PEDIDO.

           IF WS-PD-CEP (WS-PD-I) = WS-CEP-PESQ AND
              WS-PD-SEQ (WS-PD-I) = WS-SEQ-PESQ
              MOVE WS-PD-I TO WS-PD-IDX
              MOVE 'S'     TO WS-PD-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    NOME DO COMPRADOR DE CADA PEDIDO (CADASTRO COMPMST)
      *--------------------------------------------------------------*
       045-BUSCAR-COMPRADORES.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT COMPMST
           IF WS-FS-COMPMST NOT = '00'
              DISPLAY ' * COMPMST NAO ABERTO - FS=' WS-FS-COMPMST
                  ' - POSICAO SEM NOME DO COMPRADOR'
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           PERFORM 046-LER-COMPRADOR UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-COMPMST = '00' OR WS-FS-COMPMST = '10'
              CLOSE COMPMST
           END-IF
           .
       046-LER-COMPRADOR.

           READ COMPMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   PERFORM 047-NOMEAR-PEDIDO
                      VARYING WS-PD-I FROM 1 BY 1
                      UNTIL WS-PD-I > WS-QTDE-PED
           END-READ
           .
       047-NOMEAR-PEDIDO.

           IF WS-PD-ATIVA (WS-PD-I) = 'S' AND
              WS-PD-COMPRADOR (WS-PD-I) = CP-CODIGO
              MOVE CP-NOME TO WS-PD-NOME (WS-PD-I)
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMAR AS PARCELAS EM ABERTO DOS LOTES PEDIDOS - UMA UNICA
      *    PASSADA SOBRE O CARNE
      *--------------------------------------------------------------*
       050-SOMAR-CARNE.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT PARCELAS
           IF WS-FS-PARCELAS NOT = '00'
              DISPLAY ' * ERRO ABRINDO PARCELAS - FS=' WS-FS-PARCELAS
              MOVE 08  TO RETURN-CODE
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           PERFORM 051-LER-PARCELA UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-PARCELAS = '00' OR WS-FS-PARCELAS = '10'
              CLOSE PARCELAS
           END-IF
           .
       051-LER-PARCELA.

           READ PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF PA-STATUS = 'ABERTA' OR PA-STATUS = 'PARCIAL'
                      MOVE PA-CEP TO WS-CEP-PESQ
                      MOVE PA-SEQ TO WS-SEQ-PESQ
                      PERFORM 042-LOCALIZAR-PEDIDO
                      IF WS-PD-ACHOU = 'S'
                         PERFORM 052-SOMAR-PARCELA
                      END-IF
                   END-IF
           END-READ
           .
       052-SOMAR-PARCELA.

           IF PA-VALOR-ATUAL > PA-VALOR-PAGO
              COMPUTE WS-VL-SALDO-PARC = PA-VALOR-ATUAL - PA-VALOR-PAGO
           ELSE
              MOVE ZEROS TO WS-VL-SALDO-PARC
           END-IF
           ADD 1 TO WS-PD-QTDABERTA (WS-PD-IDX)
           ADD WS-VL-SALDO-PARC TO WS-PD-SALDO (WS-PD-IDX)
           COMPUTE WS-PD-ENCARGO (WS-PD-IDX) =
               WS-PD-ENCARGO (WS-PD-IDX) + PA-VALOR-ATUAL - PA-VALOR
           COMPUTE WS-PD-FACE (WS-PD-IDX) =
               WS-PD-FACE (WS-PD-IDX) + PA-VALOR - PA-VALOR-PAGO
           IF PA-DATA-ATUALIZ > WS-PD-DATA-CALC (WS-PD-IDX)
              MOVE PA-DATA-ATUALIZ TO WS-PD-DATA-CALC (WS-PD-IDX)
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA FOLHA DE POSICAO POR PEDIDO
      *--------------------------------------------------------------*
       060-IMPRIMIR-POSICOES.

           PERFORM 061-IMPRIMIR-POSICAO
              VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-QTDE-PED
           .
       061-IMPRIMIR-POSICAO.

           IF WS-PD-ATIVA (WS-PD-IDX) = 'N'
              MOVE WS-PD-CEP (WS-PD-IDX) TO WS-CEP-PESQ
              MOVE WS-PD-SEQ (WS-PD-IDX) TO WS-SEQ-PESQ
              MOVE 'VENDA ATIVA NAO ENCONTRADA' TO WS-MOTIVO-EXC
              PERFORM 065-GRAVAR-EXCECAO
           ELSE
              ADD 1 TO WS-CTEMITIDA
              ADD WS-PD-SALDO (WS-PD-IDX) TO WS-VL-TOTAL-QUIT
              MOVE SPACES TO WS-REG-QUITREL
              STRING 'POSICAO PARA QUITACAO - LOTE ' DELIMITED BY SIZE
                     WS-PD-CEP (WS-PD-IDX) DELIMITED BY SIZE
                     '/'                   DELIMITED BY SIZE
                     WS-PD-SEQ (WS-PD-IDX) DELIMITED BY SIZE
                     ' - DATA '            DELIMITED BY SIZE
                     WS-DATA-EXEC          DELIMITED BY SIZE
                INTO WS-REG-QUITREL
              END-STRING
              WRITE WS-REG-QUITREL
              MOVE SPACES TO WS-REG-QUITREL
              STRING 'COMPRADOR ' DELIMITED BY SIZE
                     WS-PD-COMPRADOR (WS-PD-IDX) DELIMITED BY SIZE
                     ' '                         DELIMITED BY SIZE
                     WS-PD-NOME (WS-PD-IDX)      DELIMITED BY SIZE
                INTO WS-REG-QUITREL
              END-STRING
              WRITE WS-REG-QUITREL
              MOVE WS-PD-PRECO (WS-PD-IDX) TO WS-SOUT-VALOR
              MOVE WS-PD-QTDPARC (WS-PD-IDX) TO WS-SOUT-QTD
              MOVE SPACES TO WS-REG-QUITREL
              STRING 'PRECO DA VENDA..............: ' DELIMITED BY SIZE
                     WS-SOUT-VALOR                    DELIMITED BY SIZE
                     ' EM '                           DELIMITED BY SIZE
                     WS-SOUT-QTD                      DELIMITED BY SIZE
                     ' PARCELAS'                      DELIMITED BY SIZE
                INTO WS-REG-QUITREL
              END-STRING
              WRITE WS-REG-QUITREL
              MOVE WS-PD-QTDABERTA (WS-PD-IDX) TO WS-SOUT-QTD
              MOVE SPACES TO WS-REG-QUITREL
              STRING 'PARCELAS EM ABERTO..........: ' DELIMITED BY SIZE
                     WS-SOUT-QTD                      DELIMITED BY SIZE
                INTO WS-REG-QUITREL
              END-STRING
              WRITE WS-REG-QUITREL
              MOVE WS-PD-FACE (WS-PD-IDX) TO WS-SOUT-FACE
              MOVE SPACES TO WS-REG-QUITREL
              STRING 'VALOR DE FACE EM ABERTO.....: ' DELIMITED BY SIZE
                     WS-SOUT-FACE                     DELIMITED BY SIZE
                INTO WS-REG-QUITREL
              END-STRING
              WRITE WS-REG-QUITREL
              MOVE WS-PD-ENCARGO (WS-PD-IDX) TO WS-SOUT-VALOR
              MOVE SPACES TO WS-REG-QUITREL
              STRING 'MULTA E JUROS DE ATRASO.....: ' DELIMITED BY SIZE
                     WS-SOUT-VALOR                    DELIMITED BY SIZE
                     ' CALCULADOS EM '                DELIMITED BY SIZE
                     WS-PD-DATA-CALC (WS-PD-IDX)      DELIMITED BY SIZE
                INTO WS-REG-QUITREL
              END-STRING
              WRITE WS-REG-QUITREL
              MOVE WS-PD-SALDO (WS-PD-IDX) TO WS-SOUT-VALOR
              MOVE SPACES TO WS-REG-QUITREL
              STRING 'SALDO ATUALIZADO P/ QUITACAO: ' DELIMITED BY SIZE
                     WS-SOUT-VALOR                    DELIMITED BY SIZE
                INTO WS-REG-QUITREL
              END-STRING
              WRITE WS-REG-QUITREL
              MOVE SPACES TO WS-REG-QUITREL
              WRITE WS-REG-QUITREL
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O PEDIDO RECUSADO (LOTE EM WS-CEP-PESQ E
      *    WS-SEQ-PESQ) NO EXCEPREL
      *--------------------------------------------------------------*
       065-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * PEDIDO RECUSADO - LOTE: '
               WS-CEP-PESQ '/' WS-SEQ-PESQ ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG049'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE SPACES          TO EX-CHAVE
           STRING WS-CEP-PESQ DELIMITED BY SIZE
                  WS-SEQ-PESQ DELIMITED BY SIZE
             INTO EX-CHAVE
           END-STRING
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTLIDO = ZEROS
              MOVE 08 TO RETURN-CODE
           ELSE
              IF RETURN-CODE NOT = 08
                 IF WS-CTINVALID > ZEROS
                    MOVE 04 TO RETURN-CODE
                 ELSE
                    MOVE 00 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF

           MOVE 'CGPRG049'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PEDIDOS LIDOS'                 TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG049'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'POSICOES EMITIDAS'             TO CT-DESCRICAO
           MOVE WS-CTEMITIDA         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG049'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PEDIDOS RECUSADOS'             TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE SYSIN
           CLOSE QUITREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           MOVE WS-VL-TOTAL-QUIT TO WS-SOUT-VALOR
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG049        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PEDIDOS LIDOS..........: ' WS-CTLIDO
           DISPLAY ' * POSICOES EMITIDAS......: ' WS-CTEMITIDA
           DISPLAY ' * PEDIDOS RECUSADOS......: ' WS-CTINVALID
           DISPLAY ' * SALDO TOTAL COTADO.....: ' WS-SOUT-VALOR
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG049        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG049 <-------------------*
