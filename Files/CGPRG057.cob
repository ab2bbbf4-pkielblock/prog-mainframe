       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG057.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 25/09/2026.
       DATE-COMPILED. 25/09/2026.
      *--------------------------------------------------------------*
      *    EMISSAO DO CONTRATO DE COMPRA E VENDA E DO CARNE - ATE     *
      *    AQUI O CONTRATO ERA DATILOGRAFADO A PARTIR DA LISTAGEM DO  *
      *    VENDAMST. PARA CADA VENDA ATIVA DO DIA (VN-DATA = DATA DA  *
      *    RODADA, APOS O CGPRG031) - OU, NA REIMPRESSAO, PARA CADA   *
      *    CARTAO CEP + SEQ DO SYSIN - IMPRIME NO CONTRATO:           *
      *    - O COMPRADOR DO COMPMST (NOME, CPF, ENDERECO);            *
      *    - O LOTE DO LOTEMST (CEP, TIPO, FRENTE, COMPRIMENTO E      *
      *      AREA - A AREA E A DA AVALIACAO DO CGPRG004, VALOR DA     *
      *      AVALIACAO / VALOR DO M2, QUE VALE PARA OS TRES TIPOS);   *
      *    - O PRECO NEGOCIADO, A ENTRADA E O CRONOGRAMA DO CARNE     *
      *      VIGENTE (PARCELAS NAO CANCELADAS DO PARCELAS);           *
      *    E EM SEGUIDA UMA PAGINA DE CARNE (BOLETO) POR PARCELA      *
      *    AINDA NAO PAGA. CADA CONTRATO IMPRESSO VAI PARA O LOG      *
      *    PERMANENTE CONTRLOG (CGCTRLOG) COM A VERSAO E OS VALORES   *
      *    QUE SAIRAM NO PAPEL.                                       *
      *    VENDA SEM COMPRADOR OU SEM LOTE CADASTRADO, OU CUJO CARNE  *
      *    NAO FECHA COM PRECO - ENTRADA, NAO E IMPRESSA E VAI PARA O *
      *    EXCEPREL.                                                  *
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
           SELECT COMPMST   ASSIGN TO "COMPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMPMST.
           SELECT VENDAMST  ASSIGN TO "VENDAMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VENDAMST.
           SELECT PARCELAS  ASSIGN TO "PARCELAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCELAS.
           SELECT LOTEMST   ASSIGN TO "LOTEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-CHAVE
               FILE STATUS IS WS-FS-LOTEMST.
           SELECT CONTRLOG  ASSIGN TO "CONTRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRLOG.
           SELECT CONTRATO  ASSIGN TO "CONTRATO"
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
      *-----> CARTAO DE REIMPRESSAO - CEP + SEQUENCIA DA VENDA
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CARTAO.
           05  CR-CEP                 PIC 9(08).
           05  CR-SEQ                 PIC 9(03).
           05  FILLER                 PIC X(69).

       FD  COMPMST
           LABEL RECORDS ARE STANDARD.
           COPY CGCOMPMS.

       FD  VENDAMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDAS.

       FD  PARCELAS
           LABEL RECORDS ARE STANDARD.
           COPY CGPARCEL.

       FD  LOTEMST
           LABEL RECORDS ARE STANDARD.
           COPY CGLOTMST.

       FD  CONTRLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGCTRLOG.

       FD  CONTRATO
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CONTRATO            PIC X(80).

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
           05  WS-ABEND               PIC X(01) VALUE "N".
           05  WS-FIM-AUX             PIC X(01).
           05  WS-MODO                PIC X(01) VALUE "N".
               88  MODO-DIA                   VALUE 'N'.
               88  MODO-REIMPRESSAO           VALUE 'R'.
           05  WS-EMITIR              PIC X(01).
           05  WS-SELECIONAR          PIC X(01).
           05  WS-CTCARTOES           PIC 9(05) VALUE ZEROS.
           05  WS-CTVENDAS            PIC 9(07) VALUE ZEROS.
           05  WS-CTPARCELAS          PIC 9(07) VALUE ZEROS.
           05  WS-CTSELEC             PIC 9(05) VALUE ZEROS.
           05  WS-CTEMITIDOS          PIC 9(05) VALUE ZEROS.
           05  WS-CTBOLETOS           PIC 9(05) VALUE ZEROS.
           05  WS-CTLINHAS            PIC 9(07) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-FS-SYSIN            PIC X(02).
           05  WS-FS-COMPMST          PIC X(02).
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-PARCELAS         PIC X(02).
           05  WS-FS-LOTEMST          PIC X(02).
           05  WS-FS-CONTRLOG         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-LOTEMST-ABERTO      PIC X(01) VALUE "N".
           05  WS-CONTRLOG-ABERTO     PIC X(01) VALUE "N".
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-HORA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).
           05  WS-VERSAO              PIC 9(03).
           05  WS-QT-CRONOG           PIC 9(02).
           05  WS-VL-CRONOG           PIC 9(09)V99.
           05  WS-VL-SALDO-VENDA      PIC 9(09)V99.
           05  WS-AREA-LOTE           PIC 9(06)V99.
           05  WS-TIPO-LOTE           PIC X(11).

      *-----> CARTOES DE REIMPRESSAO (CEP + SEQ)
       77  WS-QTDE-CAR                PIC 9(03) VALUE ZEROS.
       77  WS-CR-I                    PIC 9(03).
       01  WS-TAB-CARTOES.
           05  WS-CARTAO  OCCURS 100 TIMES.
               10  WS-CR-CHAVE.
                   15  WS-CR-CEP        PIC 9(08).
                   15  WS-CR-SEQ        PIC 9(03).
               10  WS-CR-ACHOU          PIC X(01).

      *-----> CADASTRO DE COMPRADORES (MESMO PADRAO DO CGPRG047)
       77  WS-QTDE-COMP               PIC 9(04) VALUE ZEROS.
       77  WS-CP-I                    PIC 9(04).
       77  WS-CP-IDX                  PIC 9(04).
       01  WS-TAB-COMPRADORES.
           05  WS-COMPCAD  OCCURS 2000 TIMES.
               10  WS-CP-CODIGO        PIC 9(05).
               10  WS-CP-NOME          PIC X(25).
               10  WS-CP-CPF           PIC 9(11).
               10  WS-CP-ENDERECO      PIC X(30).

      *-----> VENDAS SELECIONADAS PARA EMISSAO, COM A ULTIMA VERSAO
      *       JA IMPRESSA (CONTRLOG)
       77  WS-QTDE-VND                PIC 9(03) VALUE ZEROS.
       77  WS-VN-I                    PIC 9(03).
       01  WS-TAB-VENDAS.
           05  WS-VENDA  OCCURS 500 TIMES.
               10  WS-SV-CHAVE.
                   15  WS-SV-CEP        PIC 9(08).
                   15  WS-SV-SEQ        PIC 9(03).
               10  WS-SV-COMPRADOR      PIC 9(05).
               10  WS-SV-PRECO          PIC 9(08)V99.
               10  WS-SV-ENTRADA        PIC 9(08)V99.
               10  WS-SV-QTDPARC        PIC 9(02).
               10  WS-SV-DATA           PIC 9(08).
               10  WS-SV-VEND           PIC 9(04).
               10  WS-SV-DATA-RENEG     PIC 9(08).
               10  WS-SV-ENTR-RENEG     PIC 9(08)V99.
               10  WS-SV-VERSAO         PIC 9(03).

      *-----> PARCELAS NAO CANCELADAS DAS VENDAS SELECIONADAS, NA
      *       ORDEM DO PARCELAS (WS-PC-VENDA = POSICAO NA TAB. VENDAS)
       77  WS-QTDE-PARC               PIC 9(04) VALUE ZEROS.
       77  WS-PC-I                    PIC 9(04).
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA  OCCURS 3000 TIMES.
               10  WS-PC-VENDA          PIC 9(03).
               10  WS-PC-NRPARC         PIC 9(02).
               10  WS-PC-VENC-ANO       PIC 9(04).
               10  WS-PC-VENC-MES       PIC 9(02).
               10  WS-PC-VALOR          PIC 9(08)V99.
               10  WS-PC-STATUS         PIC X(08).
               10  WS-PC-SALDO          PIC 9(08)V99.

      *-----> CAMPOS DE EDICAO DO CONTRATO E DO CARNE
       01  WS-NR-CONTRATO.
           05  WS-NC-CEP              PIC 9(08).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  WS-NC-SEQ              PIC 9(03).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-NC-VERSAO           PIC 9(03).
       01  WS-CPF-NUM                 PIC 9(11).
       01  FILLER REDEFINES WS-CPF-NUM.
           05  WS-CPF-P1              PIC X(03).
           05  WS-CPF-P2              PIC X(03).
           05  WS-CPF-P3              PIC X(03).
           05  WS-CPF-DV              PIC X(02).
       01  WS-CEP-NUM                 PIC 9(08).
       01  FILLER REDEFINES WS-CEP-NUM.
           05  WS-CEP-P1              PIC X(05).
           05  WS-CEP-P2              PIC X(03).
       01  WS-DATA-AAMMDD             PIC 9(08).
       01  FILLER REDEFINES WS-DATA-AAMMDD.
           05  FILLER                 PIC X(02).
           05  WS-DT-AA               PIC X(02).
           05  WS-DT-MM               PIC X(02).
           05  WS-DT-DD               PIC X(02).
       01  WS-DATA-EDITADA.
           05  WS-DE-DD               PIC X(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-DE-MM               PIC X(02).
           05  FILLER                 PIC X(03) VALUE '/20'.
           05  WS-DE-AA               PIC X(02).
       01  WS-EDICAO.
           05  WS-ED-VALOR            PIC ZZ.ZZZ.ZZ9,99.
           05  WS-ED-FRENTE           PIC ZZ9,99.
           05  WS-ED-COMP             PIC ZZ9,99.
           05  WS-ED-AREA             PIC ZZZ.ZZ9,99.
           05  WS-ED-QTD              PIC Z9.
           05  WS-ED-TOTAL            PIC 99.

      *-----> LINHA DE IMPRESSAO E LINHAS FIXAS
       01  WS-LINHA                   PIC X(80).
       01  WS-LIN-DUPLA               PIC X(80) VALUE ALL '='.
       01  WS-LIN-SIMPLES             PIC X(80) VALUE ALL '-'.
       01  WS-LIN-CORTE.
           05  FILLER              PIC X(40) VALUE
               '- - - - - - - - - - - - - - - - - - - - '.
           05  FILLER              PIC X(40) VALUE
               '- - - - - - - - - - - - - - - CORTE AQUI'.
       01  WS-LIN-CRONOG-CAB.
           05  FILLER              PIC X(40) VALUE
               '   PARCELA  VENCIMENTO            VALOR '.
           05  FILLER              PIC X(40) VALUE
               ' SITUACAO                               '.
       01  WS-LIN-CRONOG.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  LC-NRPARC           PIC 99.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  LC-VENC-MES         PIC 99.
           05  FILLER              PIC X(01) VALUE '/'.
           05  LC-VENC-ANO         PIC 9999.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  LC-VALOR            PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LC-STATUS           PIC X(08).
           05  FILLER              PIC X(31) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG057.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG057 - EMISSAO DE CONTRATO E CARNE"
           DISPLAY "VENDAS DO DIA OU REIMPRESSAO VIA SYSIN"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 030-EMITIR-CONTRATO
                 VARYING WS-VN-I FROM 1 BY 1
                 UNTIL WS-VN-I > WS-QTDE-VND
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           ACCEPT WS-HORA-EXEC FROM TIME
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           OPEN OUTPUT CONTRATO
           PERFORM 011-LER-CARTOES
           PERFORM 014-CARREGAR-COMPRADORES
           IF WS-ABEND NOT = 'S'
              PERFORM 017-CARREGAR-VENDAS
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 026-CONFERIR-CARTAO
                 VARYING WS-CR-I FROM 1 BY 1
                 UNTIL WS-CR-I > WS-QTDE-CAR
              PERFORM 020-CARREGAR-CONTRLOG
              PERFORM 022-ABRIR-CONTRLOG
              PERFORM 023-CARREGAR-PARCELAS
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT LOTEMST
              IF WS-FS-LOTEMST NOT = '00'
                 DISPLAY ' * ERRO ABRINDO LOTEMST - FS=' WS-FS-LOTEMST
                 MOVE 'S' TO WS-ABEND
              ELSE
                 MOVE 'S' TO WS-LOTEMST-ABERTO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARTOES DE REIMPRESSAO - SEM SYSIN (OU SYSIN VAZIO) SAO
      *    EMITIDAS AS VENDAS DO DIA
      *--------------------------------------------------------------*
       011-LER-CARTOES.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT SYSIN
           IF WS-FS-SYSIN = '00'
              PERFORM 015-LER-CARTAO UNTIL WS-FIM-AUX = 'S'
              CLOSE SYSIN
           END-IF
           IF WS-QTDE-CAR > ZEROS
              MOVE 'R' TO WS-MODO
              DISPLAY ' * REIMPRESSAO - CARTOES VALIDOS: ' WS-QTDE-CAR
           ELSE
              DISPLAY ' * VENDAS DO DIA ' WS-DATA-EXEC
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
      *    CARREGAR O CADASTRO DE COMPRADORES - SEM ELE NENHUM
      *    CONTRATO SAI COM O COMPRADOR, ENTAO O RUN E CANCELADO
      *--------------------------------------------------------------*
       014-CARREGAR-COMPRADORES.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT COMPMST
           IF WS-FS-COMPMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO COMPMST - FS=' WS-FS-COMPMST
                  ' - NENHUM CONTRATO SERA EMITIDO'
              MOVE 'S' TO WS-ABEND
           ELSE
              PERFORM 016-LER-COMPRADOR UNTIL WS-FIM-AUX = 'S'
              CLOSE COMPMST
              DISPLAY ' * COMPRADORES CADASTRADOS: ' WS-QTDE-COMP
           END-IF
           .
       015-LER-CARTAO.

           READ SYSIN
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTCARTOES
                   IF CR-CEP IS NUMERIC AND CR-SEQ IS NUMERIC
                      IF WS-QTDE-CAR < 100
                         ADD 1 TO WS-QTDE-CAR
                         MOVE CR-CEP TO WS-CR-CEP (WS-QTDE-CAR)
                         MOVE CR-SEQ TO WS-CR-SEQ (WS-QTDE-CAR)
                         MOVE 'N'    TO WS-CR-ACHOU (WS-QTDE-CAR)
                      ELSE
                         MOVE WS-REG-CARTAO TO WS-CHAVE-EXC
                         MOVE 'LIMITE DE 100 CARTOES EXCEDIDO' TO
                             WS-MOTIVO-EXC
                         PERFORM 060-GRAVAR-EXCECAO
                      END-IF
                   ELSE
                      MOVE WS-REG-CARTAO TO WS-CHAVE-EXC
                      MOVE 'CARTAO DE REIMPRESSAO INVALIDO' TO
                          WS-MOTIVO-EXC
                      PERFORM 060-GRAVAR-EXCECAO
                   END-IF
           END-READ
           .
       016-LER-COMPRADOR.

           READ COMPMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF WS-QTDE-COMP < 2000
                      ADD 1 TO WS-QTDE-COMP
                      MOVE CP-CODIGO   TO WS-CP-CODIGO   (WS-QTDE-COMP)
                      MOVE CP-NOME     TO WS-CP-NOME     (WS-QTDE-COMP)
                      MOVE CP-CPF      TO WS-CP-CPF      (WS-QTDE-COMP)
                      MOVE CP-ENDERECO TO WS-CP-ENDERECO (WS-QTDE-COMP)
                   ELSE
                      PERFORM 061-COMPMST-CHEIO
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    SELECIONAR AS VENDAS ATIVAS A EMITIR - AS DO DIA OU AS DOS
      *    CARTOES DE REIMPRESSAO
      *--------------------------------------------------------------*
       017-CARREGAR-VENDAS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT VENDAMST
           IF WS-FS-VENDAMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDAMST - FS=' WS-FS-VENDAMST
              MOVE 'S' TO WS-ABEND
           ELSE
              PERFORM 018-LER-VENDA UNTIL WS-FIM-AUX = 'S'
              CLOSE VENDAMST
              DISPLAY ' * VENDAS SELECIONADAS....: ' WS-QTDE-VND
           END-IF
           .
       018-LER-VENDA.

           READ VENDAMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTVENDAS
                   IF VN-STATUS = 'ATIVA'
                      PERFORM 019-SELECIONAR-VENDA
                   END-IF
           END-READ
           .
       019-SELECIONAR-VENDA.

           MOVE 'N' TO WS-SELECIONAR
           IF MODO-REIMPRESSAO
              PERFORM 021-COMPARAR-CARTAO
                 VARYING WS-CR-I FROM 1 BY 1
                 UNTIL WS-CR-I > WS-QTDE-CAR
           ELSE
              IF VN-DATA = WS-DATA-EXEC
                 MOVE 'S' TO WS-SELECIONAR
              END-IF
           END-IF

           IF WS-SELECIONAR = 'S'
              IF WS-QTDE-VND < 500
                 ADD 1 TO WS-QTDE-VND
                 ADD 1 TO WS-CTSELEC
                 MOVE VN-CHAVE      TO WS-SV-CHAVE      (WS-QTDE-VND)
                 MOVE VN-COMPRADOR  TO WS-SV-COMPRADOR  (WS-QTDE-VND)
                 MOVE VN-PRECO      TO WS-SV-PRECO      (WS-QTDE-VND)
                 MOVE VN-ENTRADA    TO WS-SV-ENTRADA    (WS-QTDE-VND)
                 MOVE VN-QTDPARC    TO WS-SV-QTDPARC    (WS-QTDE-VND)
                 MOVE VN-DATA       TO WS-SV-DATA       (WS-QTDE-VND)
                 MOVE VN-VEND       TO WS-SV-VEND       (WS-QTDE-VND)
                 MOVE VN-DATA-RENEG TO WS-SV-DATA-RENEG (WS-QTDE-VND)
                 MOVE VN-ENTR-RENEG TO WS-SV-ENTR-RENEG (WS-QTDE-VND)
                 MOVE ZEROS         TO WS-SV-VERSAO     (WS-QTDE-VND)
              ELSE
                 MOVE VN-CHAVE TO WS-CHAVE-EXC
                 MOVE 'LIMITE DE 500 CONTRATOS' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ULTIMA VERSAO IMPRESSA DE CADA VENDA SELECIONADA
      *--------------------------------------------------------------*
       020-CARREGAR-CONTRLOG.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT CONTRLOG
           IF WS-FS-CONTRLOG NOT = '00'
              DISPLAY ' * CONTRLOG VAZIO OU AUSENTE - FS='
                  WS-FS-CONTRLOG
           ELSE
              PERFORM 024-LER-CONTRLOG UNTIL WS-FIM-AUX = 'S'
              CLOSE CONTRLOG
           END-IF
           .
       021-COMPARAR-CARTAO.

           IF WS-CR-CHAVE (WS-CR-I) = VN-CHAVE
              IF WS-CR-ACHOU (WS-CR-I) = 'N'
                 MOVE 'S' TO WS-SELECIONAR
              END-IF
              MOVE 'S' TO WS-CR-ACHOU (WS-CR-I)
           END-IF
           .
       022-ABRIR-CONTRLOG.

           OPEN EXTEND CONTRLOG
           IF WS-FS-CONTRLOG = '35'
               OPEN OUTPUT CONTRLOG
           END-IF
           IF WS-FS-CONTRLOG = '00'
              MOVE 'S' TO WS-CONTRLOG-ABERTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR AS PARCELAS NAO CANCELADAS DAS VENDAS SELECIONADAS
      *--------------------------------------------------------------*
       023-CARREGAR-PARCELAS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT PARCELAS
           IF WS-FS-PARCELAS NOT = '00'
              DISPLAY ' * ERRO ABRINDO PARCELAS - FS=' WS-FS-PARCELAS
              MOVE 'S' TO WS-ABEND
           ELSE
              PERFORM 025-LER-PARCELA UNTIL WS-FIM-AUX = 'S'
              CLOSE PARCELAS
           END-IF
           .
       024-LER-CONTRLOG.

           READ CONTRLOG
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   PERFORM 027-GUARDAR-VERSAO
                      VARYING WS-VN-I FROM 1 BY 1
                      UNTIL WS-VN-I > WS-QTDE-VND
           END-READ
           .
       025-LER-PARCELA.

           READ PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTPARCELAS
                   IF PA-STATUS NOT = 'CANCELAD'
                      PERFORM 028-GUARDAR-PARCELA
                         VARYING WS-VN-I FROM 1 BY 1
                         UNTIL WS-VN-I > WS-QTDE-VND
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARTAO DE REIMPRESSAO SEM VENDA ATIVA NO VENDAMST
      *--------------------------------------------------------------*
       026-CONFERIR-CARTAO.

           IF WS-CR-ACHOU (WS-CR-I) = 'N'
              MOVE WS-CR-CHAVE (WS-CR-I) TO WS-CHAVE-EXC
              MOVE 'VENDA ATIVA NAO ENCONTRADA' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           END-IF
           .
       027-GUARDAR-VERSAO.

           IF WS-SV-CHAVE (WS-VN-I) = IC-CHAVE AND
              IC-VERSAO > WS-SV-VERSAO (WS-VN-I)
              MOVE IC-VERSAO TO WS-SV-VERSAO (WS-VN-I)
           END-IF
           .
       028-GUARDAR-PARCELA.

           IF WS-SV-CEP (WS-VN-I) = PA-CEP AND
              WS-SV-SEQ (WS-VN-I) = PA-SEQ
              IF WS-QTDE-PARC < 3000
                 ADD 1 TO WS-QTDE-PARC
                 MOVE WS-VN-I     TO WS-PC-VENDA    (WS-QTDE-PARC)
                 MOVE PA-NRPARC   TO WS-PC-NRPARC   (WS-QTDE-PARC)
                 MOVE PA-VENC-ANO TO WS-PC-VENC-ANO (WS-QTDE-PARC)
                 MOVE PA-VENC-MES TO WS-PC-VENC-MES (WS-QTDE-PARC)
                 MOVE PA-VALOR    TO WS-PC-VALOR    (WS-QTDE-PARC)
                 MOVE PA-STATUS   TO WS-PC-STATUS   (WS-QTDE-PARC)
                 IF PA-VALOR-ATUAL > PA-VALOR-PAGO
                    COMPUTE WS-PC-SALDO (WS-QTDE-PARC) =
                        PA-VALOR-ATUAL - PA-VALOR-PAGO
                 ELSE
                    MOVE ZEROS TO WS-PC-SALDO (WS-QTDE-PARC)
                 END-IF
              ELSE
                 DISPLAY ' * ERRO: TABELA DE PARCELAS ESTOURADA (3000)'
                 MOVE 'S' TO WS-ABEND
                 MOVE 'S' TO WS-FIM-AUX
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O CONTRATO DA VENDA - CONFERE COMPRADOR, LOTE E
      *    CARNE ANTES DE IMPRIMIR
      *--------------------------------------------------------------*
       030-EMITIR-CONTRATO.

           MOVE 'S' TO WS-EMITIR
           MOVE WS-SV-CHAVE (WS-VN-I) TO WS-CHAVE-EXC

           MOVE ZEROS TO WS-CP-IDX
           PERFORM 031-PROCURAR-COMPRADOR
              VARYING WS-CP-I FROM 1 BY 1
              UNTIL WS-CP-I > WS-QTDE-COMP OR WS-CP-IDX > ZEROS
           IF WS-CP-IDX = ZEROS
              MOVE 'COMPRADOR NAO CADASTRADO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
              MOVE 'N' TO WS-EMITIR
           END-IF

           IF WS-EMITIR = 'S'
              MOVE WS-SV-CHAVE (WS-VN-I) TO LM-CHAVE
              READ LOTEMST
                  INVALID KEY
                      MOVE 'LOTE NAO ENCONTRADO NO LOTEMST' TO
                          WS-MOTIVO-EXC
                      PERFORM 060-GRAVAR-EXCECAO
                      MOVE 'N' TO WS-EMITIR
              END-READ
           END-IF

           IF WS-EMITIR = 'S'
              MOVE ZEROS TO WS-QT-CRONOG
              MOVE ZEROS TO WS-VL-CRONOG
              PERFORM 032-SOMAR-CRONOGRAMA
                 VARYING WS-PC-I FROM 1 BY 1
                 UNTIL WS-PC-I > WS-QTDE-PARC
              COMPUTE WS-VL-SALDO-VENDA = WS-SV-PRECO (WS-VN-I)
                  - WS-SV-ENTRADA (WS-VN-I)
      *       DEPOIS DA RENEGOCIACAO (CGPRG051) O CARNE VIGENTE NAO
      *       FECHA MAIS COM PRECO - ENTRADA; SO A VENDA ORIGINAL E
      *       CONFERIDA
              IF WS-SV-DATA-RENEG (WS-VN-I) = ZEROS AND
                 WS-VL-CRONOG NOT = WS-VL-SALDO-VENDA
                 MOVE 'CARNE NAO FECHA COM A VENDA' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
                 MOVE 'N' TO WS-EMITIR
              END-IF
           END-IF

           IF WS-EMITIR = 'S'
              COMPUTE WS-VERSAO = WS-SV-VERSAO (WS-VN-I) + 1
              MOVE WS-SV-CEP (WS-VN-I) TO WS-NC-CEP
              MOVE WS-SV-SEQ (WS-VN-I) TO WS-NC-SEQ
              MOVE WS-VERSAO           TO WS-NC-VERSAO
              PERFORM 040-IMPRIMIR-CONTRATO
              PERFORM 045-IMPRIMIR-BOLETO
                 VARYING WS-PC-I FROM 1 BY 1
                 UNTIL WS-PC-I > WS-QTDE-PARC
              PERFORM 050-GRAVAR-CONTRLOG
              ADD 1 TO WS-CTEMITIDOS
              DISPLAY ' * CONTRATO EMITIDO: ' WS-NR-CONTRATO
           END-IF
           .
       031-PROCURAR-COMPRADOR.

           IF WS-CP-CODIGO (WS-CP-I) = WS-SV-COMPRADOR (WS-VN-I)
              MOVE WS-CP-I TO WS-CP-IDX
           END-IF
           .
       032-SOMAR-CRONOGRAMA.

           IF WS-PC-VENDA (WS-PC-I) = WS-VN-I
              ADD 1                     TO WS-QT-CRONOG
              ADD WS-PC-VALOR (WS-PC-I) TO WS-VL-CRONOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTRATO: COMPRADOR, LOTE, CONDICOES E CRONOGRAMA
      *--------------------------------------------------------------*
       040-IMPRIMIR-CONTRATO.

           MOVE WS-LIN-DUPLA TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           STRING '   INSTRUMENTO PARTICULAR DE COMPROMISSO '
                      DELIMITED BY SIZE
                  'DE COMPRA E VENDA DE LOTE' DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           MOVE WS-DATA-EXEC TO WS-DATA-AAMMDD
           PERFORM 067-EDITAR-DATA
           STRING '   CONTRATO NR: ' DELIMITED BY SIZE
                  WS-NR-CONTRATO     DELIMITED BY SIZE
                  '     EMISSAO: '   DELIMITED BY SIZE
                  WS-DATA-EDITADA    DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           IF MODO-REIMPRESSAO
              MOVE '(REIMPRESSAO)' TO WS-LINHA (62:13)
           END-IF
           PERFORM 068-IMPRIMIR-LINHA
           MOVE WS-LIN-DUPLA TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA

           MOVE 'COMPRADOR' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           STRING '   CODIGO.......: ' DELIMITED BY SIZE
                  WS-CP-CODIGO (WS-CP-IDX) DELIMITED BY SIZE
                  '   NOME: '          DELIMITED BY SIZE
                  WS-CP-NOME (WS-CP-IDX) DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           MOVE WS-CP-CPF (WS-CP-IDX) TO WS-CPF-NUM
           STRING '   CPF..........: ' DELIMITED BY SIZE
                  WS-CPF-P1 '.' WS-CPF-P2 '.' WS-CPF-P3 '-' WS-CPF-DV
                      DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           STRING '   ENDERECO.....: ' DELIMITED BY SIZE
                  WS-CP-ENDERECO (WS-CP-IDX) DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           PERFORM 068-IMPRIMIR-LINHA

           EVALUATE LM-TIPO-LOTE
               WHEN 'T'
                   MOVE 'TRIANGULAR'  TO WS-TIPO-LOTE
               WHEN 'Z'
                   MOVE 'TRAPEZOIDAL' TO WS-TIPO-LOTE
               WHEN OTHER
                   MOVE 'RETANGULAR'  TO WS-TIPO-LOTE
           END-EVALUATE
           IF LM-VALM2 > ZEROS
              COMPUTE WS-AREA-LOTE ROUNDED = LM-VAL-VENDA / LM-VALM2
           ELSE
              COMPUTE WS-AREA-LOTE ROUNDED = LM-FRENTE * LM-COMP
           END-IF
           MOVE 'LOTE' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE LM-CEP TO WS-CEP-NUM
           STRING '   CEP..........: ' DELIMITED BY SIZE
                  WS-CEP-P1 '-' WS-CEP-P2 DELIMITED BY SIZE
                  '   SEQUENCIA: '     DELIMITED BY SIZE
                  LM-SEQ               DELIMITED BY SIZE
                  '   TIPO: '          DELIMITED BY SIZE
                  WS-TIPO-LOTE         DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           MOVE LM-FRENTE TO WS-ED-FRENTE
           MOVE LM-COMP   TO WS-ED-COMP
           STRING '   FRENTE.......: ' DELIMITED BY SIZE
                  WS-ED-FRENTE         DELIMITED BY SIZE
                  ' M   COMPRIMENTO: ' DELIMITED BY SIZE
                  WS-ED-COMP           DELIMITED BY SIZE
                  ' M'                 DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           MOVE WS-AREA-LOTE TO WS-ED-AREA
           STRING '   AREA.........: ' DELIMITED BY SIZE
                  WS-ED-AREA           DELIMITED BY SIZE
                  ' M2'                DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           PERFORM 068-IMPRIMIR-LINHA

           MOVE 'CONDICOES DE PAGAMENTO' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE WS-SV-DATA (WS-VN-I) TO WS-DATA-AAMMDD
           PERFORM 067-EDITAR-DATA
           STRING '   DATA DA VENDA..........: ' DELIMITED BY SIZE
                  WS-DATA-EDITADA      DELIMITED BY SIZE
                  '   VENDEDOR: '      DELIMITED BY SIZE
                  WS-SV-VEND (WS-VN-I) DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           MOVE WS-SV-PRECO (WS-VN-I) TO WS-ED-VALOR
           STRING '   PRECO NEGOCIADO........: R$ ' DELIMITED BY SIZE
                  WS-ED-VALOR          DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           MOVE WS-SV-ENTRADA (WS-VN-I) TO WS-ED-VALOR
           STRING '   ENTRADA................: R$ ' DELIMITED BY SIZE
                  WS-ED-VALOR          DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           IF WS-SV-DATA-RENEG (WS-VN-I) > ZEROS
              MOVE WS-SV-DATA-RENEG (WS-VN-I) TO WS-DATA-AAMMDD
              PERFORM 067-EDITAR-DATA
              MOVE WS-SV-ENTR-RENEG (WS-VN-I) TO WS-ED-VALOR
              STRING '   ENTRADAS RENEGOCIACAO..: R$ '
                                          DELIMITED BY SIZE
                     WS-ED-VALOR          DELIMITED BY SIZE
                     '  (ULTIMA EM '      DELIMITED BY SIZE
                     WS-DATA-EDITADA      DELIMITED BY SIZE
                     ')'                  DELIMITED BY SIZE
                INTO WS-LINHA
              END-STRING
              PERFORM 068-IMPRIMIR-LINHA
           END-IF
           MOVE WS-VL-CRONOG TO WS-ED-VALOR
           MOVE WS-QT-CRONOG TO WS-ED-QTD
           STRING '   SALDO PARCELADO........: R$ ' DELIMITED BY SIZE
                  WS-ED-VALOR          DELIMITED BY SIZE
                  '  EM '              DELIMITED BY SIZE
                  WS-ED-QTD            DELIMITED BY SIZE
                  ' PARCELAS'          DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           PERFORM 068-IMPRIMIR-LINHA

           MOVE 'CRONOGRAMA DE PAGAMENTO' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE WS-LIN-CRONOG-CAB TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           PERFORM 041-IMPRIMIR-CRONOGRAMA
              VARYING WS-PC-I FROM 1 BY 1
              UNTIL WS-PC-I > WS-QTDE-PARC
           PERFORM 068-IMPRIMIR-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE ALL '_' TO WS-LINHA (4:30)
           MOVE ALL '_' TO WS-LINHA (39:30)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'COMPRADOR'    TO WS-LINHA (15:9)
           MOVE 'VENDEDOR'     TO WS-LINHA (50:8)
           PERFORM 068-IMPRIMIR-LINHA
           .
       041-IMPRIMIR-CRONOGRAMA.

           IF WS-PC-VENDA (WS-PC-I) = WS-VN-I
              MOVE WS-PC-NRPARC   (WS-PC-I) TO LC-NRPARC
              MOVE WS-PC-VENC-MES (WS-PC-I) TO LC-VENC-MES
              MOVE WS-PC-VENC-ANO (WS-PC-I) TO LC-VENC-ANO
              MOVE WS-PC-VALOR    (WS-PC-I) TO LC-VALOR
              MOVE WS-PC-STATUS   (WS-PC-I) TO LC-STATUS
              MOVE WS-LIN-CRONOG TO WS-LINHA
              PERFORM 068-IMPRIMIR-LINHA
           END-IF
           .
      *--------------------------------------------------------------*
      *    UMA PAGINA DE CARNE POR PARCELA AINDA NAO PAGA
      *--------------------------------------------------------------*
       045-IMPRIMIR-BOLETO.

           IF WS-PC-VENDA (WS-PC-I) = WS-VN-I AND
              WS-PC-STATUS (WS-PC-I) NOT = 'PAGA'
              ADD 1 TO WS-CTBOLETOS
              MOVE WS-LIN-CORTE TO WS-LINHA
              PERFORM 068-IMPRIMIR-LINHA
              STRING 'CARNE DE PAGAMENTO - CONTRATO ' DELIMITED BY SIZE
                     WS-NR-CONTRATO     DELIMITED BY SIZE
                INTO WS-LINHA
              END-STRING
              PERFORM 068-IMPRIMIR-LINHA
              MOVE WS-LIN-SIMPLES TO WS-LINHA
              PERFORM 068-IMPRIMIR-LINHA
              MOVE WS-PC-NRPARC (WS-PC-I) TO WS-ED-TOTAL
              MOVE WS-QT-CRONOG TO WS-ED-QTD
              STRING '   PARCELA....: ' DELIMITED BY SIZE
                     WS-ED-TOTAL         DELIMITED BY SIZE
                     ' DE '              DELIMITED BY SIZE
                     WS-ED-QTD           DELIMITED BY SIZE
                     '        VENCIMENTO: ' DELIMITED BY SIZE
                     WS-PC-VENC-MES (WS-PC-I) DELIMITED BY SIZE
                     '/'                 DELIMITED BY SIZE
                     WS-PC-VENC-ANO (WS-PC-I) DELIMITED BY SIZE
                INTO WS-LINHA
              END-STRING
              PERFORM 068-IMPRIMIR-LINHA
              MOVE WS-PC-VALOR (WS-PC-I) TO WS-ED-VALOR
              STRING '   VALOR......: R$ ' DELIMITED BY SIZE
                     WS-ED-VALOR         DELIMITED BY SIZE
                INTO WS-LINHA
              END-STRING
              PERFORM 068-IMPRIMIR-LINHA
              IF WS-PC-STATUS (WS-PC-I) = 'PARCIAL'
                 MOVE WS-PC-SALDO (WS-PC-I) TO WS-ED-VALOR
                 STRING '   SALDO......: R$ ' DELIMITED BY SIZE
                        WS-ED-VALOR      DELIMITED BY SIZE
                        '  (PARCELA PAGA EM PARTE)' DELIMITED BY SIZE
                   INTO WS-LINHA
                 END-STRING
                 PERFORM 068-IMPRIMIR-LINHA
              END-IF
              STRING '   PAGADOR....: ' DELIMITED BY SIZE
                     WS-CP-NOME (WS-CP-IDX) DELIMITED BY SIZE
                     '  CPF '            DELIMITED BY SIZE
                     WS-CPF-P1 '.' WS-CPF-P2 '.' WS-CPF-P3 '-'
                     WS-CPF-DV           DELIMITED BY SIZE
                INTO WS-LINHA
              END-STRING
              PERFORM 068-IMPRIMIR-LINHA
              STRING '   LOTE.......: CEP ' DELIMITED BY SIZE
                     WS-CEP-P1 '-' WS-CEP-P2 DELIMITED BY SIZE
                     ' SEQUENCIA '       DELIMITED BY SIZE
                     LM-SEQ              DELIMITED BY SIZE
                INTO WS-LINHA
              END-STRING
              PERFORM 068-IMPRIMIR-LINHA
              PERFORM 068-IMPRIMIR-LINHA
              MOVE '   AUTENTICACAO MECANICA / RECIBO DO PAGADOR' TO
                  WS-LINHA
              PERFORM 068-IMPRIMIR-LINHA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOG DO CONTRATO IMPRESSO
      *--------------------------------------------------------------*
       050-GRAVAR-CONTRLOG.

           MOVE SPACES                     TO IC-REG-CONTRLOG
           MOVE WS-SV-CHAVE (WS-VN-I)      TO IC-CHAVE
           MOVE WS-VERSAO                  TO IC-VERSAO
           MOVE WS-DATA-EXEC               TO IC-DATA-IMPRESSAO
           MOVE WS-HORA-EXEC               TO IC-HORA-IMPRESSAO
           MOVE WS-MODO                    TO IC-TIPO
           MOVE WS-SV-COMPRADOR (WS-VN-I)  TO IC-COMPRADOR
           MOVE WS-SV-PRECO (WS-VN-I)      TO IC-PRECO
           MOVE WS-SV-ENTRADA (WS-VN-I)    TO IC-ENTRADA
           MOVE WS-QT-CRONOG               TO IC-QTDPARC
           MOVE WS-VL-CRONOG               TO IC-TOTAL-PARC
           MOVE WS-SV-DATA-RENEG (WS-VN-I) TO IC-DATA-RENEG
           WRITE IC-REG-CONTRLOG
           MOVE WS-VERSAO TO WS-SV-VERSAO (WS-VN-I)
           .
      *--------------------------------------------------------------*
      *    GRAVAR A VENDA OU O CARTAO RECUSADO NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * RECUSADO: ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG057'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    COMPMST COM MAIS COMPRADORES QUE A TABELA (2000, O LIMITE
      *    DO CGPRG050) - CANCELA A EMISSAO EM VEZ DE RECUSAR AS
      *    VENDAS DOS COMPRADORES EXCEDENTES
      *--------------------------------------------------------------*
       061-COMPMST-CHEIO.

           MOVE 'S'                           TO WS-ABEND
           MOVE 'S'                           TO WS-FIM-AUX
           MOVE CP-CODIGO                     TO WS-CHAVE-EXC
           MOVE 'TABELA COMPMST CHEIA (2000)' TO WS-MOTIVO-EXC
           PERFORM 060-GRAVAR-EXCECAO
           .
      *--------------------------------------------------------------*
      *    DATA 00AAMMDD -> DD/MM/20AA
      *--------------------------------------------------------------*
       067-EDITAR-DATA.

           MOVE WS-DT-DD TO WS-DE-DD
           MOVE WS-DT-MM TO WS-DE-MM
           MOVE WS-DT-AA TO WS-DE-AA
           .
       068-IMPRIMIR-LINHA.

           WRITE WS-REG-CONTRATO FROM WS-LINHA
           ADD 1 TO WS-CTLINHAS
           MOVE SPACES TO WS-LINHA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-ABEND = 'S'
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTINVALID > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF

           MOVE 'CGPRG057'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VENDAS SELECIONADAS'           TO CT-DESCRICAO
           MOVE WS-CTSELEC           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG057'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CONTRATOS EMITIDOS'            TO CT-DESCRICAO
           MOVE WS-CTEMITIDOS        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG057'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PAGINAS DE CARNE'              TO CT-DESCRICAO
           MOVE WS-CTBOLETOS         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG057'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VENDAS/CARTOES RECUSADOS'      TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           IF WS-LOTEMST-ABERTO = 'S'
              CLOSE LOTEMST
           END-IF
           IF WS-CONTRLOG-ABERTO = 'S'
              CLOSE CONTRLOG
           END-IF
           CLOSE CONTRATO
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG057        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES DE REIMPRESSAO.: ' WS-CTCARTOES
           DISPLAY ' * VENDAS LIDAS...........: ' WS-CTVENDAS
           DISPLAY ' * PARCELAS LIDAS.........: ' WS-CTPARCELAS
           DISPLAY ' * VENDAS SELECIONADAS....: ' WS-CTSELEC
           DISPLAY ' * CONTRATOS EMITIDOS.....: ' WS-CTEMITIDOS
           DISPLAY ' * PAGINAS DE CARNE.......: ' WS-CTBOLETOS
           DISPLAY ' * LINHAS IMPRESSAS.......: ' WS-CTLINHAS
           DISPLAY ' * RECUSADOS..............: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG057        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG057 <-------------------*
