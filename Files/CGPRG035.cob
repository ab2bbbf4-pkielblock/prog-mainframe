      *    VIA SYSIN AS TRANSACOES DE CANCELAMENTO (CEP + SEQ),       *
      *    DEVOLVE O LOTE PARA DISPONIVEL, MARCA A VENDA COMO         *
      *    CANCELADA NO VENDAMST E AS PARCELAS ABERTAS DO CARNE       *
      *    COMO CANCELADAS. A COMISSAO QUE JA FOI PARA A FOLHA (A     *
      *    GERADA PELO CGPRG031 NO REGISTRO DA VENDA, SOBRE O PRECO   *
      *    NEGOCIADO, E GUARDADA EM LM-COMISSAO) E ESTORNADA PELO     *
      *    VALOR PAGO NA INTERFACE COMISPAG: O ARQUIVO DO PERIODO     *
      *    (COMISANT) E RECOPIADO PARA COMISNEW COM UM REGISTRO       *
      *    TIPO 'C' (ESTORNO, VALOR A DEBITAR) POR CANCELAMENTO E O   *
      *    TRAILER REFEITO - O ESTORNO ENTRA NA CONTAGEM PG-T-QTDREG  *
      *    E SAI DO HASH PG-T-HASH, PARA O LADO DA FOLHA CONTINUAR    *
      *    BATENDO. O RESUMO FINAL MOSTRA, POR VENDEDOR, COMISSAO     *
      *    BRUTA, ESTORNOS E LIQUIDA. CADA CANCELAMENTO VAI TAMBEM    *
      *    PARA O MOVIMENTO DIARIO MOVLOTES (SALDO EM ABERTO          *
      *    CANCELADO E COMISSAO ESTORNADA) DA INTERFACE CONTABIL.     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               FILE STATUS IS WS-FS-COMISANT.
           SELECT COMISNEW  ASSIGN TO "COMISNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MOVLOTES  ASSIGN TO "MOVLOTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVLOTES.
           SELECT COMISREL  ASSIGN TO "COMISREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
           COPY CGPARCEL.

      *-----> INTERFACE DE COMISSAO DO PERIODO, COMO SAIU DO
      *       CGPRG031 (TIPOS 'D' E 'T')
       FD  COMISANT
           LABEL RECORDS ARE STANDARD.
       01  CA-REG-DETALHE.
           05  PG-T-DATA-REF       PIC 9(08).
           05  FILLER              PIC X(12).

      *-----> MOVIMENTO DIARIO P/ A INTERFACE CONTABIL (CGPRG052)
       FD  MOVLOTES
           LABEL RECORDS ARE STANDARD.
           COPY CGMOVLOT.

       FD  COMISREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-COMISREL            PIC X(90).
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-PARCELAS         PIC X(02).
           05  WS-FS-COMISANT         PIC X(02).
           05  WS-FS-MOVLOTES         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).

      *-----> ESTORNOS APURADOS NAS TRANSACOES - UM POR CANCELAMENTO
      *       (CHAVE DO LOTE P/ CANCELAR AS PARCELAS E VENDEDOR +
      *       COMISSAO P/ A INTERFACE, SALDO CANCELADO P/ O
      *       MOVIMENTO CONTABIL)
       77  WS-QTDE-EST                PIC 9(03) VALUE ZEROS.
       77  WS-ES-I                    PIC 9(03).
       01  WS-TAB-ESTORNOS.
               10  WS-ES-SEQ            PIC 9(03).
               10  WS-ES-VEND           PIC 9(04).
               10  WS-ES-COMISSAO       PIC 9(07)V99.
               10  WS-ES-SALDO          PIC 9(09)V99.

      *-----> RESUMO POR VENDEDOR - BRUTA (DO COMISANT), ESTORNOS E
      *       LIQUIDA
           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 050-CANCELAR-PARCELAS
           PERFORM 055-GRAVAR-MOVIMENTO
           PERFORM 060-REFAZER-INTERFACE
           PERFORM 070-IMPRIMIR-RESUMO
           PERFORM 090-TERMINAR
           .
      *--------------------------------------------------------------*
      *    DEVOLVER O LOTE PARA DISPONIVEL E GUARDAR O ESTORNO DA
      *    COMISSAO PARA A INTERFACE E PARA O CARNE - LM-COMISSAO
      *    TRAZ O VALOR EFETIVAMENTE PAGO NA VENDA (CGPRG031)
      *--------------------------------------------------------------*
       038-REABRIR-LOTE.

                      MOVE VN-VEND      TO WS-ES-VEND (WS-QTDE-EST)
                      MOVE LM-COMISSAO  TO
                          WS-ES-COMISSAO (WS-QTDE-EST)
                      MOVE ZEROS        TO WS-ES-SALDO (WS-QTDE-EST)
                   ELSE
                      DISPLAY ' * TABELA DE ESTORNOS CHEIA (100) - '
                          'ESTORNO DE ' CN-CEP '/' CN-SEQ
               AT END
                   MOVE 'S' TO WS-FIM-PARC
               NOT AT END
                   IF PA-STATUS = 'ABERTA' OR PA-STATUS = 'PARCIAL'
                      PERFORM 052-CONFERIR-CANCELADA
                   END-IF
           END-READ

           IF PA-CEP = WS-ES-CEP (WS-ES-I) AND
              PA-SEQ = WS-ES-SEQ (WS-ES-I)
              IF PA-VALOR-ATUAL > PA-VALOR-PAGO
                 COMPUTE WS-ES-SALDO (WS-ES-I) =
                     WS-ES-SALDO (WS-ES-I) + PA-VALOR-ATUAL -
                     PA-VALOR-PAGO
              END-IF
              MOVE 'CANCELAD' TO PA-STATUS
              REWRITE PA-REG-PARCELA
              ADD 1 TO WS-CTPARCCANC
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM 'C' POR CANCELAMENTO NO MOVIMENTO DIARIO DE
      *    LOTES - SALDO EM ABERTO CANCELADO E COMISSAO ESTORNADA
      *--------------------------------------------------------------*
       055-GRAVAR-MOVIMENTO.

           IF WS-QTDE-EST > ZEROS
              OPEN EXTEND MOVLOTES
              IF WS-FS-MOVLOTES = '35'
                  OPEN OUTPUT MOVLOTES
              END-IF
              PERFORM 056-GRAVAR-CANCELAMENTO
                 VARYING WS-ES-I FROM 1 BY 1
                 UNTIL WS-ES-I > WS-QTDE-EST
              CLOSE MOVLOTES
           END-IF
           .
       056-GRAVAR-CANCELAMENTO.

           MOVE SPACES                   TO MV-REG-MOVIMENTO
           MOVE 'C'                      TO MV-TIPO
           MOVE WS-ES-CEP (WS-ES-I)      TO MV-CEP
           MOVE WS-ES-SEQ (WS-ES-I)      TO MV-SEQ
           MOVE WS-ES-VEND (WS-ES-I)     TO MV-VEND
           MOVE WS-DATA-EXEC             TO MV-DATA
           MOVE WS-ES-SALDO (WS-ES-I)    TO MV-VALOR
           MOVE WS-ES-COMISSAO (WS-ES-I) TO MV-COMISSAO
           WRITE MV-REG-MOVIMENTO
           .
      *--------------------------------------------------------------*
      *    REFAZER A INTERFACE DE COMISSAO - COPIA OS DETALHES 'D'
      *    DO PERIODO, ACRESCENTA UM 'C' POR ESTORNO E REFAZ O
      *    TRAILER (CONTAGEM COM OS ESTORNOS, HASH = BRUTA MENOS
