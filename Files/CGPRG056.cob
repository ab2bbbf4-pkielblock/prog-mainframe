       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG056.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 24/09/2026.
       DATE-COMPILED. 24/09/2026.
      *--------------------------------------------------------------*
      *    CONCILIACAO DO SUBSISTEMA DE LOTES - CONFERE ENTRE SI O    *
      *    LOTEMST, O VENDAMST, O PARCELAS E A INTERFACE COMISPAG DO  *
      *    PERIODO (ULTIMA RODADA DO CGPRG031) E RELATA CADA QUEBRA   *
      *    NO CONCREL:                                                *
      *    - LOTE VENDIDO SEM VENDA ATIVA, VENDA ATIVA CUJO LOTE NAO  *
      *      ESTA VENDIDO OU NAO EXISTE NO LOTEMST;                   *
      *    - VENDA ATIVA EM QUE ENTRADA + PARCELAS NAO FECHA COM O    *
      *      VN-PRECO. COMO A RENEGOCIACAO (CGPRG051) CANCELA O SALDO *
      *      EM ABERTO E GERA UM CARNE NOVO, A IDENTIDADE CONFERIDA E *
      *      PRECO = ENTRADA + ENTRADAS DAS RENEGOCIACOES + VALOR DAS *
      *      PARCELAS NAO CANCELADAS + PARTE JA QUITADA DAS PARCELAS  *
      *      CANCELADAS (VALOR - SALDO ATUALIZADO LEVADO AO CARNE     *
      *      NOVO);                                                   *
      *    - VENDA CANCELADA COM PARCELA ABERTA OU PARCIAL;           *
      *    - COMISSAO PAGA SEM VENDA: O COMISPAG TEM UM REGISTRO POR  *
      *      VENDEDOR E DIA, ENTAO O VENDAMST TEM DE TER PELO MENOS   *
      *      PG-QTDLOTES VENDAS DAQUELE VENDEDOR NAQUELA DATA; O      *
      *      TRAILER TEM DE FECHAR COM OS DETALHES.                   *
      *    QUEBRA DE VALOR (FINANCEIRA) TERMINA COM RC=08, COMO O     *
      *    CGPRG011 FAZ COM AS CONTAGENS; QUEBRA SO DE SITUACAO       *
      *    TERMINA COM RC=04. LOTE REVENDIDO (MAIS DE UMA VENDA NO    *
      *    VENDAMST PARA A MESMA CHAVE) NAO TEM O VALOR CONFERIDO -   *
      *    AS PARCELAS DAS DUAS VENDAS TEM A MESMA CHAVE.             *
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
           SELECT VENDAMST  ASSIGN TO "VENDAMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VENDAMST.
           SELECT PARCELAS  ASSIGN TO "PARCELAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCELAS.
           SELECT LOTEMST   ASSIGN TO "LOTEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-CHAVE
               FILE STATUS IS WS-FS-LOTEMST.
           SELECT COMISPAG  ASSIGN TO "COMISPAG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMISPAG.
           SELECT CONCREL   ASSIGN TO "CONCREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  VENDAMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDAS.

       FD  PARCELAS
           LABEL RECORDS ARE STANDARD.
           COPY CGPARCEL.

       FD  LOTEMST
           LABEL RECORDS ARE STANDARD.
           COPY CGLOTMST.

      *-----> INTERFACE DE COMISSAO DO CGPRG031 (MESMO LAYOUT)
       FD  COMISPAG
           LABEL RECORDS ARE STANDARD.
       01  PG-REG-DETALHE.
           05  PG-TIPO             PIC X(01).
           05  PG-COD-VEND         PIC 9(04).
           05  PG-COMISSAO         PIC 9(08)V99.
           05  PG-QTDLOTES         PIC 9(05).
           05  PG-DATA-REF         PIC 9(08).
           05  FILLER              PIC X(12).
       01  PG-REG-TRAILER.
           05  PG-T-TIPO           PIC X(01).
           05  PG-T-QTDREG         PIC 9(06).
           05  PG-T-HASH           PIC 9(11)V99.
           05  PG-T-DATA-REF       PIC 9(08).
           05  FILLER              PIC X(12).

       FD  CONCREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CONCREL             PIC X(80).

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01) VALUE "N".
           05  WS-ABEND               PIC X(01) VALUE "N".
           05  WS-PASSO               PIC X(01) VALUE SPACES.
           05  WS-REVENDA             PIC X(01).
           05  WS-ACHOU-TRAILER       PIC X(01) VALUE "N".
           05  WS-CTVENDAS            PIC 9(07) VALUE ZEROS.
           05  WS-CTPARCELAS          PIC 9(07) VALUE ZEROS.
           05  WS-CTLOTES             PIC 9(07) VALUE ZEROS.
           05  WS-CTCOMISPAG          PIC 9(07) VALUE ZEROS.
           05  WS-CTCONFERIDAS        PIC 9(07) VALUE ZEROS.
           05  WS-CTNAOCONF           PIC 9(07) VALUE ZEROS.
           05  WS-CTQUEBRA-VALOR      PIC 9(07) VALUE ZEROS.
           05  WS-CTQUEBRA-SITUACAO   PIC 9(07) VALUE ZEROS.
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-PARCELAS         PIC X(02).
           05  WS-FS-LOTEMST          PIC X(02).
           05  WS-FS-COMISPAG         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-VL-CONTRIB          PIC S9(09)V99.
           05  WS-VL-DIFERENCA        PIC S9(11)V99.
           05  WS-VL-QUEBRA-TOT       PIC 9(13)V99 VALUE ZEROS.
           05  WS-PG-QTDREG           PIC 9(06) VALUE ZEROS.
           05  WS-PG-HASH             PIC 9(11)V99 VALUE ZEROS.
           05  WS-PG-T-QTDREG         PIC 9(06) VALUE ZEROS.
           05  WS-PG-T-HASH           PIC 9(11)V99 VALUE ZEROS.
           05  WS-QT-VENDAS-DIA       PIC 9(05).

      *-----> VENDAS DO VENDAMST COM OS ACUMULADOS DAS PARCELAS E A
      *       MARCA DO LOTE ENCONTRADO NO LOTEMST
       77  WS-VT-QTD                  PIC 9(04) VALUE ZEROS.
       77  WS-VT-IDX                  PIC 9(04).
       77  WS-VT-ACHADO               PIC 9(04).
       77  WS-QT-ATIVAS               PIC 9(02).
       01  WS-TAB-VENDAS.
           05  WS-VT-VENDA  OCCURS 3000 TIMES.
               10  WS-VT-CHAVE.
                   15  WS-VT-CEP        PIC 9(08).
                   15  WS-VT-SEQ        PIC 9(03).
               10  WS-VT-STATUS         PIC X(09).
               10  WS-VT-VEND           PIC 9(04).
               10  WS-VT-DATA           PIC 9(08).
               10  WS-VT-PRECO          PIC 9(08)V99.
               10  WS-VT-ENTRADAS       PIC 9(09)V99.
               10  WS-VT-PARCELAS       PIC S9(09)V99.
               10  WS-VT-QTD-ABERTAS    PIC 9(03).
               10  WS-VT-SALDO-ABERTO   PIC 9(09)V99.
               10  WS-VT-REVENDA        PIC X(01).
               10  WS-VT-LOTE           PIC X(01).

      *-----> CHAVE PROCURADA NA TABELA DE VENDAS
       01  WS-CHAVE-PROCURA.
           05  WS-CP-CEP              PIC 9(08).
           05  WS-CP-SEQ              PIC 9(03).

      *-----> QUEBRA A RELATAR
       01  WS-QUEBRA.
           05  WS-QB-CLASSE           PIC X(01).
               88  QUEBRA-VALOR               VALUE 'V'.
               88  QUEBRA-SITUACAO            VALUE 'S'.
           05  WS-QB-CHAVE            PIC X(13).
           05  WS-QB-MOTIVO           PIC X(34).
           05  WS-QB-TEM-VALOR        PIC X(01).
           05  WS-QB-VALOR            PIC S9(11)V99.

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-CABECALHO.
           05  FILLER              PIC X(40) VALUE
               'CLASSE   CHAVE         QUEBRA           '.
           05  FILLER              PIC X(40) VALUE
               '                            DIFERENCA   '.
       01  WS-LIN-QUEBRA.
           05  LQ-CLASSE           PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LQ-CHAVE            PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LQ-MOTIVO           PIC X(34).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LQ-VALOR            PIC -ZZ.ZZZ.ZZ9,99.
           05  LQ-VALOR-X REDEFINES LQ-VALOR
                                   PIC X(14).
           05  FILLER              PIC X(08) VALUE SPACES.
       01  WS-LIN-TOTAL.
           05  LT-DESCRICAO        PIC X(40).
           05  LT-VALOR            PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-SOUT-VALOR              PIC $$$.$$$.$$$.$$9,99.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG056.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG056 - CONCILIACAO DO SUBSISTEMA DE LOTES"
           DISPLAY "LOTEMST X VENDAMST X PARCELAS X COMISPAG"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 020-CARREGAR-VENDAS UNTIL WS-FIM = 'S'
              CLOSE VENDAMST
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 030-CONFERIR-PARCELAS
              PERFORM 040-CONFERIR-LOTES
              PERFORM 050-CONFERIR-VENDA
                 VARYING WS-VT-IDX FROM 1 BY 1
                 UNTIL WS-VT-IDX > WS-VT-QTD
              PERFORM 055-CONFERIR-COMISPAG
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           INITIALIZE WS-TAB-VENDAS
           OPEN OUTPUT CONCREL
           PERFORM 012-ABRIR-CTLTOTAL
           MOVE SPACES TO WS-REG-CONCREL
           STRING 'CGPRG056 - CONCILIACAO DO SUBSISTEMA DE LOTES - '
                      DELIMITED BY SIZE
                  WS-DATA-EXEC DELIMITED BY SIZE
             INTO WS-REG-CONCREL
           END-STRING
           WRITE WS-REG-CONCREL
           MOVE SPACES TO WS-REG-CONCREL
           WRITE WS-REG-CONCREL
           WRITE WS-REG-CONCREL FROM WS-LIN-CABECALHO
           MOVE ALL '-' TO WS-REG-CONCREL
           WRITE WS-REG-CONCREL

           OPEN INPUT VENDAMST
           IF WS-FS-VENDAMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDAMST - FS=' WS-FS-VENDAMST
              MOVE 'S' TO WS-ABEND
           ELSE
              PERFORM 025-LER-VENDA
           END-IF
           .
       012-ABRIR-CTLTOTAL.

           OPEN EXTEND CTLTOTAL
           IF WS-FS-CTLTOTAL = '35'
               OPEN OUTPUT CTLTOTAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR A VENDA NA TABELA - A MESMA CHAVE COM MAIS DE UMA
      *    VENDA (LOTE REVENDIDO APOS CANCELAMENTO) FICA MARCADA
      *--------------------------------------------------------------*
       020-CARREGAR-VENDAS.

           IF WS-VT-QTD NOT < 3000
              DISPLAY ' * ERRO: TABELA DE VENDAS ESTOURADA (3000)'
              MOVE 'S' TO WS-ABEND
              MOVE 'S' TO WS-FIM
           ELSE
              MOVE 'N' TO WS-REVENDA
              PERFORM 021-MARCAR-REVENDA
                 VARYING WS-VT-IDX FROM 1 BY 1
                 UNTIL WS-VT-IDX > WS-VT-QTD
              ADD 1 TO WS-VT-QTD
              MOVE VN-CHAVE      TO WS-VT-CHAVE    (WS-VT-QTD)
              MOVE VN-STATUS     TO WS-VT-STATUS   (WS-VT-QTD)
              MOVE VN-VEND       TO WS-VT-VEND     (WS-VT-QTD)
              MOVE VN-DATA       TO WS-VT-DATA     (WS-VT-QTD)
              MOVE VN-PRECO      TO WS-VT-PRECO    (WS-VT-QTD)
              COMPUTE WS-VT-ENTRADAS (WS-VT-QTD) =
                  VN-ENTRADA + VN-ENTR-RENEG
              MOVE WS-REVENDA    TO WS-VT-REVENDA  (WS-VT-QTD)
              MOVE 'N'           TO WS-VT-LOTE     (WS-VT-QTD)
              PERFORM 025-LER-VENDA
           END-IF
           .
       021-MARCAR-REVENDA.

           IF WS-VT-CHAVE (WS-VT-IDX) = VN-CHAVE
              MOVE 'S' TO WS-VT-REVENDA (WS-VT-IDX)
              MOVE 'S' TO WS-REVENDA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DA PROXIMA VENDA
      *--------------------------------------------------------------*
       025-LER-VENDA.

           READ VENDAMST
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTVENDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PARCELAS: ACUMULAR NA VENDA DA CHAVE (A ATIVA, QUANDO HA)
      *--------------------------------------------------------------*
       030-CONFERIR-PARCELAS.

           MOVE 'P' TO WS-PASSO
           MOVE 'N' TO WS-FIM
           OPEN INPUT PARCELAS
           IF WS-FS-PARCELAS NOT = '00'
              DISPLAY ' * PARCELAS NAO ABERTO - FS=' WS-FS-PARCELAS
              MOVE 'S' TO WS-QB-CLASSE
              MOVE SPACES TO WS-QB-CHAVE
              MOVE 'ARQUIVO PARCELAS NAO CONFERIDO' TO WS-QB-MOTIVO
              MOVE 'N' TO WS-QB-TEM-VALOR
              PERFORM 060-GRAVAR-QUEBRA
           ELSE
              PERFORM 035-LER-PARCELA
              PERFORM 031-ACUMULAR-PARCELA UNTIL WS-FIM = 'S'
              CLOSE PARCELAS
           END-IF
           .
       031-ACUMULAR-PARCELA.

           MOVE PA-CEP TO WS-CP-CEP
           MOVE PA-SEQ TO WS-CP-SEQ
           PERFORM 065-PROCURAR-VENDA

           IF WS-VT-ACHADO = ZEROS
              IF PA-STATUS = 'ABERTA' OR PA-STATUS = 'PARCIAL'
                 MOVE 'V' TO WS-QB-CLASSE
                 MOVE 'PARCELA EM ABERTO SEM VENDA' TO WS-QB-MOTIVO
                 MOVE 'S' TO WS-QB-TEM-VALOR
                 COMPUTE WS-QB-VALOR = PA-VALOR-ATUAL - PA-VALOR-PAGO
              ELSE
                 MOVE 'S' TO WS-QB-CLASSE
                 MOVE 'PARCELA SEM VENDA NO VENDAMST' TO WS-QB-MOTIVO
                 MOVE 'N' TO WS-QB-TEM-VALOR
              END-IF
              MOVE SPACES TO WS-QB-CHAVE
              STRING PA-CEP    DELIMITED BY SIZE
                     PA-SEQ    DELIMITED BY SIZE
                     PA-NRPARC DELIMITED BY SIZE
                INTO WS-QB-CHAVE
              END-STRING
              PERFORM 060-GRAVAR-QUEBRA
           ELSE
              PERFORM 032-SOMAR-PARCELA
           END-IF

           PERFORM 035-LER-PARCELA
           .
      *--------------------------------------------------------------*
      *    A PARCELA CANCELADA ENTRA SO PELA PARTE QUE NAO FOI LEVADA
      *    AO CARNE NOVO DA RENEGOCIACAO (O SALDO ATUALIZADO)
      *--------------------------------------------------------------*
       032-SOMAR-PARCELA.

           IF PA-STATUS = 'CANCELAD'
              IF PA-VALOR-ATUAL > PA-VALOR-PAGO
                 COMPUTE WS-VL-CONTRIB =
                     PA-VALOR - PA-VALOR-ATUAL + PA-VALOR-PAGO
              ELSE
                 MOVE PA-VALOR TO WS-VL-CONTRIB
              END-IF
           ELSE
              MOVE PA-VALOR TO WS-VL-CONTRIB
           END-IF
           ADD WS-VL-CONTRIB TO WS-VT-PARCELAS (WS-VT-ACHADO)

           IF PA-STATUS = 'ABERTA' OR PA-STATUS = 'PARCIAL'
              ADD 1 TO WS-VT-QTD-ABERTAS (WS-VT-ACHADO)
              IF PA-VALOR-ATUAL > PA-VALOR-PAGO
                 COMPUTE WS-VT-SALDO-ABERTO (WS-VT-ACHADO) =
                     WS-VT-SALDO-ABERTO (WS-VT-ACHADO)
                     + PA-VALOR-ATUAL - PA-VALOR-PAGO
              END-IF
           END-IF
           .
       035-LER-PARCELA.

           READ PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTPARCELAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    LOTEMST: SITUACAO DO LOTE CONTRA A VENDA ATIVA
      *--------------------------------------------------------------*
       040-CONFERIR-LOTES.

           MOVE 'L' TO WS-PASSO
           MOVE 'N' TO WS-FIM
           OPEN INPUT LOTEMST
           IF WS-FS-LOTEMST NOT = '00'
              DISPLAY ' * LOTEMST NAO ABERTO - FS=' WS-FS-LOTEMST
              MOVE 'S' TO WS-QB-CLASSE
              MOVE SPACES TO WS-QB-CHAVE
              MOVE 'ARQUIVO LOTEMST NAO CONFERIDO' TO WS-QB-MOTIVO
              MOVE 'N' TO WS-QB-TEM-VALOR
              PERFORM 060-GRAVAR-QUEBRA
           ELSE
              PERFORM 045-LER-LOTE
              PERFORM 041-CONFERIR-LOTE UNTIL WS-FIM = 'S'
              CLOSE LOTEMST
           END-IF
           .
       041-CONFERIR-LOTE.

           MOVE LM-CEP TO WS-CP-CEP
           MOVE LM-SEQ TO WS-CP-SEQ
           PERFORM 065-PROCURAR-VENDA
           MOVE 'S'    TO WS-QB-CLASSE
           MOVE LM-CHAVE TO WS-QB-CHAVE
           MOVE 'N'    TO WS-QB-TEM-VALOR

           IF WS-QT-ATIVAS = ZEROS
              IF LM-STATUS = 'VENDIDO'
                 MOVE 'LOTE VENDIDO SEM VENDA ATIVA' TO WS-QB-MOTIVO
                 PERFORM 060-GRAVAR-QUEBRA
              END-IF
           ELSE
              IF LM-STATUS NOT = 'VENDIDO'
                 MOVE SPACES TO WS-QB-MOTIVO
                 STRING 'VENDA ATIVA COM LOTE ' DELIMITED BY SIZE
                        LM-STATUS               DELIMITED BY SIZE
                   INTO WS-QB-MOTIVO
                 END-STRING
                 PERFORM 060-GRAVAR-QUEBRA
              END-IF
              IF WS-QT-ATIVAS > 1
                 MOVE 'LOTE COM MAIS DE UMA VENDA ATIVA' TO
                     WS-QB-MOTIVO
                 PERFORM 060-GRAVAR-QUEBRA
              END-IF
           END-IF

           PERFORM 045-LER-LOTE
           .
       045-LER-LOTE.

           READ LOTEMST NEXT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLOTES
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONFERIR A VENDA: LOTE NO LOTEMST, PRECO CONTRA ENTRADA +
      *    PARCELAS (VENDA ATIVA) E PARCELA EM ABERTO (CANCELADA)
      *--------------------------------------------------------------*
       050-CONFERIR-VENDA.

           MOVE WS-VT-CHAVE (WS-VT-IDX) TO WS-QB-CHAVE

           IF WS-VT-STATUS (WS-VT-IDX) = 'ATIVA'
              IF WS-VT-LOTE (WS-VT-IDX) = 'N'
                 MOVE 'S' TO WS-QB-CLASSE
                 MOVE 'VENDA ATIVA SEM LOTE NO LOTEMST' TO
                     WS-QB-MOTIVO
                 MOVE 'N' TO WS-QB-TEM-VALOR
                 PERFORM 060-GRAVAR-QUEBRA
              END-IF
              IF WS-VT-REVENDA (WS-VT-IDX) = 'S'
                 ADD 1 TO WS-CTNAOCONF
              ELSE
                 ADD 1 TO WS-CTCONFERIDAS
                 COMPUTE WS-VL-DIFERENCA =
                     WS-VT-PRECO (WS-VT-IDX)
                     - WS-VT-ENTRADAS (WS-VT-IDX)
                     - WS-VT-PARCELAS (WS-VT-IDX)
                 IF WS-VL-DIFERENCA NOT = ZEROS
                    MOVE 'V' TO WS-QB-CLASSE
                    MOVE 'ENTRADA + PARCELAS DIFERE DO PRECO' TO
                        WS-QB-MOTIVO
                    MOVE 'S' TO WS-QB-TEM-VALOR
                    MOVE WS-VL-DIFERENCA TO WS-QB-VALOR
                    PERFORM 060-GRAVAR-QUEBRA
                 END-IF
              END-IF
           ELSE
              IF WS-VT-QTD-ABERTAS (WS-VT-IDX) > ZEROS
                 MOVE 'V' TO WS-QB-CLASSE
                 MOVE 'VENDA CANCELADA COM PARC. ABERTA' TO
                     WS-QB-MOTIVO
                 MOVE 'S' TO WS-QB-TEM-VALOR
                 MOVE WS-VT-SALDO-ABERTO (WS-VT-IDX) TO WS-QB-VALOR
                 PERFORM 060-GRAVAR-QUEBRA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMISPAG: CADA DETALHE PRECISA DAS VENDAS DO VENDEDOR NA
      *    DATA DE REFERENCIA; O TRAILER FECHA COM OS DETALHES
      *--------------------------------------------------------------*
       055-CONFERIR-COMISPAG.

           MOVE 'C' TO WS-PASSO
           MOVE 'N' TO WS-FIM
           OPEN INPUT COMISPAG
           IF WS-FS-COMISPAG NOT = '00'
              DISPLAY ' * COMISPAG NAO ABERTO - FS=' WS-FS-COMISPAG
              MOVE 'S' TO WS-QB-CLASSE
              MOVE SPACES TO WS-QB-CHAVE
              MOVE 'ARQUIVO COMISPAG NAO CONFERIDO' TO WS-QB-MOTIVO
              MOVE 'N' TO WS-QB-TEM-VALOR
              PERFORM 060-GRAVAR-QUEBRA
           ELSE
              PERFORM 059-LER-COMISPAG
              PERFORM 056-CONFERIR-COMISSAO UNTIL WS-FIM = 'S'
              CLOSE COMISPAG
              PERFORM 058-CONFERIR-TRAILER
           END-IF
           .
       056-CONFERIR-COMISSAO.

           IF PG-TIPO = 'D'
              ADD 1           TO WS-PG-QTDREG
              ADD PG-COMISSAO TO WS-PG-HASH
              MOVE ZEROS TO WS-QT-VENDAS-DIA
              PERFORM 057-CONTAR-VENDA-DIA
                 VARYING WS-VT-IDX FROM 1 BY 1
                 UNTIL WS-VT-IDX > WS-VT-QTD
              IF WS-QT-VENDAS-DIA < PG-QTDLOTES
                 MOVE 'V' TO WS-QB-CLASSE
                 MOVE SPACES TO WS-QB-CHAVE
                 STRING PG-COD-VEND DELIMITED BY SIZE
                        PG-DATA-REF DELIMITED BY SIZE
                   INTO WS-QB-CHAVE
                 END-STRING
                 IF WS-QT-VENDAS-DIA = ZEROS
                    MOVE 'COMISSAO PAGA SEM VENDA' TO WS-QB-MOTIVO
                 ELSE
                    MOVE 'COMISSAO PAGA SOBRE LOTE SEM VENDA' TO
                        WS-QB-MOTIVO
                 END-IF
                 MOVE 'S' TO WS-QB-TEM-VALOR
                 MOVE PG-COMISSAO TO WS-QB-VALOR
                 PERFORM 060-GRAVAR-QUEBRA
              END-IF
           ELSE
              IF PG-T-TIPO = 'T'
                 MOVE 'S'         TO WS-ACHOU-TRAILER
                 MOVE PG-T-QTDREG TO WS-PG-T-QTDREG
                 MOVE PG-T-HASH   TO WS-PG-T-HASH
              END-IF
           END-IF

           PERFORM 059-LER-COMISPAG
           .
       057-CONTAR-VENDA-DIA.

           IF WS-VT-VEND (WS-VT-IDX) = PG-COD-VEND AND
              WS-VT-DATA (WS-VT-IDX) = PG-DATA-REF
              ADD 1 TO WS-QT-VENDAS-DIA
           END-IF
           .
       058-CONFERIR-TRAILER.

           MOVE 'V' TO WS-QB-CLASSE
           MOVE SPACES TO WS-QB-CHAVE
           IF WS-ACHOU-TRAILER = 'N'
              MOVE 'COMISPAG SEM TRAILER' TO WS-QB-MOTIVO
              MOVE 'S' TO WS-QB-TEM-VALOR
              MOVE WS-PG-HASH TO WS-QB-VALOR
              PERFORM 060-GRAVAR-QUEBRA
           ELSE
              IF WS-PG-T-QTDREG NOT = WS-PG-QTDREG
                 MOVE 'TRAILER COMISPAG: QTD DE DETALHES' TO
                     WS-QB-MOTIVO
                 MOVE 'N' TO WS-QB-TEM-VALOR
                 PERFORM 060-GRAVAR-QUEBRA
              END-IF
              IF WS-PG-T-HASH NOT = WS-PG-HASH
                 MOVE 'TRAILER COMISPAG: TOTAL COMISSAO' TO
                     WS-QB-MOTIVO
                 MOVE 'S' TO WS-QB-TEM-VALOR
                 COMPUTE WS-QB-VALOR = WS-PG-T-HASH - WS-PG-HASH
                 PERFORM 060-GRAVAR-QUEBRA
              END-IF
           END-IF
           .
       059-LER-COMISPAG.

           READ COMISPAG
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTCOMISPAG
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR A QUEBRA NO CONCREL
      *--------------------------------------------------------------*
       060-GRAVAR-QUEBRA.

           IF QUEBRA-VALOR
              ADD 1 TO WS-CTQUEBRA-VALOR
              MOVE 'VALOR'    TO LQ-CLASSE
           ELSE
              ADD 1 TO WS-CTQUEBRA-SITUACAO
              MOVE 'SITUACAO' TO LQ-CLASSE
           END-IF
           MOVE WS-QB-CHAVE  TO LQ-CHAVE
           MOVE WS-QB-MOTIVO TO LQ-MOTIVO
           IF WS-QB-TEM-VALOR = 'S'
              MOVE WS-QB-VALOR TO LQ-VALOR
              IF WS-QB-VALOR < ZEROS
                 COMPUTE WS-VL-QUEBRA-TOT =
                     WS-VL-QUEBRA-TOT - WS-QB-VALOR
              ELSE
                 ADD WS-QB-VALOR TO WS-VL-QUEBRA-TOT
              END-IF
           ELSE
              MOVE SPACES      TO LQ-VALOR-X
           END-IF
           WRITE WS-REG-CONCREL FROM WS-LIN-QUEBRA
           DISPLAY ' * QUEBRA ' LQ-CLASSE ' ' WS-QB-CHAVE ' '
               WS-QB-MOTIVO
           .
      *--------------------------------------------------------------*
      *    PROCURAR A CHAVE NA TABELA DE VENDAS - DEVOLVE A VENDA
      *    ATIVA (OU A PRIMEIRA, SE NENHUMA ESTA ATIVA) E A QUANTIDADE
      *    DE VENDAS ATIVAS; NO PASSO DO LOTEMST MARCA O LOTE ACHADO
      *--------------------------------------------------------------*
       065-PROCURAR-VENDA.

           MOVE ZEROS TO WS-VT-ACHADO
           MOVE ZEROS TO WS-QT-ATIVAS
           PERFORM 066-COMPARAR-VENDA
              VARYING WS-VT-IDX FROM 1 BY 1
              UNTIL WS-VT-IDX > WS-VT-QTD
           .
       066-COMPARAR-VENDA.

           IF WS-VT-CHAVE (WS-VT-IDX) = WS-CHAVE-PROCURA
              IF WS-VT-STATUS (WS-VT-IDX) = 'ATIVA'
                 ADD 1 TO WS-QT-ATIVAS
                 IF WS-QT-ATIVAS = 1
                    MOVE WS-VT-IDX TO WS-VT-ACHADO
                 END-IF
                 IF WS-PASSO = 'L'
                    MOVE 'S' TO WS-VT-LOTE (WS-VT-IDX)
                 END-IF
              ELSE
                 IF WS-VT-ACHADO = ZEROS
                    MOVE WS-VT-IDX TO WS-VT-ACHADO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-ABEND = 'S'
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTQUEBRA-VALOR > ZEROS
                 MOVE 08 TO RETURN-CODE
              ELSE
                 IF WS-CTQUEBRA-SITUACAO > ZEROS
                    MOVE 04 TO RETURN-CODE
                 ELSE
                    MOVE 00 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF

           MOVE ALL '-' TO WS-REG-CONCREL
           WRITE WS-REG-CONCREL
           IF WS-ABEND = 'S'
              MOVE 'CONCILIACAO NAO REALIZADA - VER SYSOUT' TO
                  WS-REG-CONCREL
              WRITE WS-REG-CONCREL
           ELSE
              IF WS-CTQUEBRA-VALOR = ZEROS AND
                 WS-CTQUEBRA-SITUACAO = ZEROS
                 MOVE 'CONCILIACAO SEM QUEBRAS' TO WS-REG-CONCREL
                 WRITE WS-REG-CONCREL
              END-IF
           END-IF
           MOVE 'VENDAS LIDAS NO VENDAMST' TO LT-DESCRICAO
           MOVE WS-CTVENDAS             TO LT-VALOR
           WRITE WS-REG-CONCREL FROM WS-LIN-TOTAL
           MOVE 'PARCELAS LIDAS' TO LT-DESCRICAO
           MOVE WS-CTPARCELAS           TO LT-VALOR
           WRITE WS-REG-CONCREL FROM WS-LIN-TOTAL
           MOVE 'LOTES LIDOS NO LOTEMST' TO LT-DESCRICAO
           MOVE WS-CTLOTES              TO LT-VALOR
           WRITE WS-REG-CONCREL FROM WS-LIN-TOTAL
           MOVE 'REGISTROS LIDOS NO COMISPAG' TO LT-DESCRICAO
           MOVE WS-CTCOMISPAG           TO LT-VALOR
           WRITE WS-REG-CONCREL FROM WS-LIN-TOTAL
           MOVE 'VENDAS ATIVAS COM VALOR CONFERIDO' TO LT-DESCRICAO
           MOVE WS-CTCONFERIDAS         TO LT-VALOR
           WRITE WS-REG-CONCREL FROM WS-LIN-TOTAL
           MOVE 'VENDAS ATIVAS DE LOTE REVENDIDO' TO LT-DESCRICAO
           MOVE WS-CTNAOCONF            TO LT-VALOR
           WRITE WS-REG-CONCREL FROM WS-LIN-TOTAL
           MOVE 'QUEBRAS DE VALOR' TO LT-DESCRICAO
           MOVE WS-CTQUEBRA-VALOR       TO LT-VALOR
           WRITE WS-REG-CONCREL FROM WS-LIN-TOTAL
           MOVE 'QUEBRAS DE SITUACAO' TO LT-DESCRICAO
           MOVE WS-CTQUEBRA-SITUACAO    TO LT-VALOR
           WRITE WS-REG-CONCREL FROM WS-LIN-TOTAL

           MOVE 'CGPRG056'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VENDAS LIDAS'                  TO CT-DESCRICAO
           MOVE WS-CTVENDAS          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG056'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS LIDAS'                TO CT-DESCRICAO
           MOVE WS-CTPARCELAS        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG056'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'LOTES LIDOS'                   TO CT-DESCRICAO
           MOVE WS-CTLOTES           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG056'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS COMISPAG LIDOS'      TO CT-DESCRICAO
           MOVE WS-CTCOMISPAG        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG056'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'QUEBRAS DE VALOR'              TO CT-DESCRICAO
           MOVE WS-CTQUEBRA-VALOR    TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG056'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'QUEBRAS DE SITUACAO'           TO CT-DESCRICAO
           MOVE WS-CTQUEBRA-SITUACAO TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE CONCREL
           CLOSE CTLTOTAL

           MOVE WS-VL-QUEBRA-TOT TO WS-SOUT-VALOR
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG056        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * VENDAS LIDAS...........: ' WS-CTVENDAS
           DISPLAY ' * PARCELAS LIDAS.........: ' WS-CTPARCELAS
           DISPLAY ' * LOTES LIDOS............: ' WS-CTLOTES
           DISPLAY ' * REGISTROS COMISPAG.....: ' WS-CTCOMISPAG
           DISPLAY ' * VENDAS CONFERIDAS......: ' WS-CTCONFERIDAS
           DISPLAY ' * VENDAS DE LOTE REVEND..: ' WS-CTNAOCONF
           DISPLAY ' * QUEBRAS DE VALOR.......: ' WS-CTQUEBRA-VALOR
           DISPLAY ' * QUEBRAS DE SITUACAO....: ' WS-CTQUEBRA-SITUACAO
           DISPLAY ' * VALOR DAS QUEBRAS......: ' WS-SOUT-VALOR
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG056        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG056 <-------------------*
