       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG053.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 21/09/2026.
       DATE-COMPILED. 21/09/2026.
      *--------------------------------------------------------------*
      *    MANUTENCAO DO CADASTRO DE COTAS DE VENDA (COTAS) - NO      *
      *    MOLDE DO CGPRG037: RECEBE TRANSACOES VIA SYSIN COM A META  *
      *    MENSAL DE CADA VENDEDOR (VENDEDOR + ANO + MES) E O         *
      *    OPERADOR, CONFERIDO PELO CGOPAUT ANTES DE TOCAR O          *
      *    CADASTRO. O TIPO DETERMINA A OPERACAO:                     *
      *    'I' = INCLUSAO   (VENDEDOR ATIVO NO VENDMST, MES 01-12 E   *
      *                      PELO MENOS UMA DAS METAS PREENCHIDA)     *
      *    'A' = ALTERACAO  (META ZERADA NA TRANSACAO FICA COMO ESTA  *
      *                      NO CADASTRO)                             *
      *    'E' = EXCLUSAO   (A COTA SAI DO CADASTRO)                  *
      *    TODA OPERACAO E JORNALIZADA COM IMAGEM ANTES/DEPOIS E O    *
      *    OPERADOR NO COTAJRN. ERRO NA REGRAVACAO OU NA EXCLUSAO VAI *
      *    AO EXCEPREL COMO TRANSACAO INVALIDA (RC 04). AS COTAS SAO  *
      *    MEDIDAS PELO CGPRG054.                                     *
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
           SELECT COTAS     ASSIGN TO "COTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CHAVE
               FILE STATUS IS WS-FS-COTAS.
           SELECT SYSIN     ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VENDMST   ASSIGN TO "VENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VD-COD
               FILE STATUS IS WS-FS-VENDMST.
           SELECT COTAJRN   ASSIGN TO "COTAJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COTAJRN.
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
       FD  COTAS
           LABEL RECORDS ARE STANDARD.
           COPY CGCOTAS.

      *-----> TRANSACAO DE MANUTENCAO DO CADASTRO DE COTAS
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-TRANSACAO.
           05  WS-TIPO-TRANS          PIC X(01).
           05  WS-CHAVE-TRANS.
               10  WS-VEND-TRANS      PIC 9(04).
               10  WS-ANO-TRANS       PIC 9(04).
               10  WS-MES-TRANS       PIC 9(02).
           05  WS-QTD-TRANS           PIC 9(04).
           05  WS-VALOR-TRANS         PIC 9(10)V99.
           05  WS-OPER-TRANS          PIC X(08).

       FD  VENDMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDMS.

      *-----> JORNAL DE AUDITORIA DO CADASTRO DE COTAS - IMAGEM
      *       ANTES/DEPOIS DE CADA OPERACAO, NO PADRAO DO VENDJRN, E
      *       O OPERADOR DO CARTAO
       FD  COTAJRN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-JORNAL.
           05  JR-PROGRAMA            PIC X(08).
           05  JR-DATA-EXECUCAO       PIC X(08).
           05  JR-OPERACAO            PIC X(01).
           05  JR-IMAGEM-ANTES        PIC X(40).
           05  JR-IMAGEM-DEPOIS       PIC X(40).
           05  JR-OPERADOR            PIC X(08).

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
           05  WS-TEM-VENDMST         PIC X(01) VALUE "N".
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTINCLUI            PIC 9(04) VALUE ZEROS.
           05  WS-CTALTERA            PIC 9(04) VALUE ZEROS.
           05  WS-CTEXCLUI            PIC 9(04) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(04) VALUE ZEROS.
           05  WS-FS-COTAS            PIC X(02).
           05  WS-FS-VENDMST          PIC X(02).
           05  WS-FS-COTAJRN          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-OPER-JRN            PIC X(01).
           05  WS-IMAGEM-ANTES        PIC X(40).
           05  WS-IMAGEM-DEPOIS       PIC X(40).

      *-----> AREA DO AUTORIZADOR DE OPERADORES (CGOPAUT) - TODA
      *       TRANSACAO CARREGA O OPERADOR E E CONFERIDA CONTRA O
      *       ARQUIVO OPERAUT ANTES DE TOCAR O CADASTRO
           COPY CGOPAUTA.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG053.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG053 - MANUTENCAO DO CADASTRO DE COTAS"
           DISPLAY "INCLUSAO / ALTERACAO / EXCLUSAO"
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
           OPEN INPUT SYSIN
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 014-ABRIR-COTAJRN
           PERFORM 016-ABRIR-VENDMST
           PERFORM 015-ABRIR-COTAS
           IF WS-FS-COTAS NOT = '00'
              DISPLAY ' * ERRO ABRINDO COTAS - FS=' WS-FS-COTAS
              MOVE 'S' TO WS-FIM
              MOVE 08  TO RETURN-CODE
           ELSE
              PERFORM 025-LER-SYSIN
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
      *    ABRIR O JORNAL DE AUDITORIA - SEMPRE EM EXTEND, DATASET
      *    PERMANENTE; NA 1A VEZ (FILE STATUS 35) ABRE EM OUTPUT
      *--------------------------------------------------------------*
       014-ABRIR-COTAJRN.

           OPEN EXTEND COTAJRN
           IF WS-FS-COTAJRN = '35'
               OPEN OUTPUT COTAJRN
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR (OU CRIAR) O CADASTRO DE COTAS - MESMO PADRAO DO
      *    VENDMST NO CGPRG037
      *--------------------------------------------------------------*
       015-ABRIR-COTAS.

           OPEN I-O COTAS
           IF WS-FS-COTAS = '35'
              OPEN OUTPUT COTAS
              CLOSE COTAS
              OPEN I-O COTAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CADASTRO DE VENDEDORES P/ A CRITICA DA INCLUSAO - SEM ELE
      *    NENHUMA COTA NOVA E ACEITA
      *--------------------------------------------------------------*
       016-ABRIR-VENDMST.

           OPEN INPUT VENDMST
           IF WS-FS-VENDMST = '00'
              MOVE 'S' TO WS-TEM-VENDMST
           ELSE
              DISPLAY ' * VENDMST NAO ABERTO - FS=' WS-FS-VENDMST
                  ' - INCLUSOES SERAO RECUSADAS'
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DA TRANSACAO DE MANUTENCAO - VIA SYSIN
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
      *    CONFERIR O OPERADOR E DESVIAR PARA A OPERACAO INDICADA
      *    PELO TIPO DA TRANSACAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 028-AUTORIZAR-OPERADOR
           IF OA-AUTORIZADO = 'N'
              MOVE 'OPERADOR NAO AUTORIZADO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
           IF WS-MES-TRANS < 01 OR WS-MES-TRANS > 12
              MOVE 'MES DA COTA INVALIDO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              EVALUATE WS-TIPO-TRANS
                  WHEN 'I'
                      PERFORM 040-INCLUIR-COTA
                  WHEN 'A'
                      PERFORM 050-ALTERAR-COTA
                  WHEN 'E'
                      PERFORM 055-EXCLUIR-COTA
                  WHEN OTHER
                      MOVE 'TIPO DE TRANSACAO INVALIDO' TO
                          WS-MOTIVO-EXC
                      PERFORM 060-GRAVAR-EXCECAO
              END-EVALUATE
           END-IF
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CONFERIR O OPERADOR DO CARTAO CONTRA O ARQUIVO OPERAUT
      *--------------------------------------------------------------*
       028-AUTORIZAR-OPERADOR.

           MOVE WS-OPER-TRANS TO OA-OPERADOR
           MOVE 'CGPRG053'    TO OA-PROGRAMA
           MOVE WS-TIPO-TRANS TO OA-TIPO
           CALL 'CGOPAUT' USING OA-AREA
           .
      *--------------------------------------------------------------*
      *    INCLUSAO DE COTA - SO PARA VENDEDOR ATIVO NO CADASTRO
      *--------------------------------------------------------------*
       040-INCLUIR-COTA.

           IF WS-QTD-TRANS = ZEROS AND WS-VALOR-TRANS = ZEROS
              MOVE 'COTA SEM META' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              PERFORM 041-CONFERIR-VENDEDOR
              IF WS-MOTIVO-EXC NOT = SPACES
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 MOVE WS-CHAVE-TRANS TO CO-CHAVE
                 MOVE WS-QTD-TRANS   TO CO-META-QTD
                 MOVE WS-VALOR-TRANS TO CO-META-VALOR
                 WRITE CO-REG-COTA
                     INVALID KEY
                         MOVE 'COTA JA CADASTRADA' TO WS-MOTIVO-EXC
                         PERFORM 060-GRAVAR-EXCECAO
                     NOT INVALID KEY
                         ADD 1 TO WS-CTINCLUI
                         MOVE 'I'    TO WS-OPER-JRN
                         MOVE SPACES TO WS-IMAGEM-ANTES
                         MOVE CO-REG-COTA TO WS-IMAGEM-DEPOIS
                         PERFORM 065-GRAVAR-JORNAL
                         DISPLAY ' * COTA INCLUIDA: ' CO-VEND ' '
                             CO-ANO '/' CO-MES
                 END-WRITE
              END-IF
           END-IF
           .
       041-CONFERIR-VENDEDOR.

           MOVE SPACES TO WS-MOTIVO-EXC
           IF WS-TEM-VENDMST NOT = 'S'
              MOVE 'VENDMST INDISPONIVEL' TO WS-MOTIVO-EXC
           ELSE
              MOVE WS-VEND-TRANS TO VD-COD
              READ VENDMST
                  INVALID KEY
                      MOVE 'VENDEDOR NAO CADASTRADO' TO WS-MOTIVO-EXC
                  NOT INVALID KEY
                      IF VD-ATIVO = 'N'
                         MOVE 'VENDEDOR INATIVO' TO WS-MOTIVO-EXC
                      END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERACAO DAS METAS - META ZERADA NA TRANSACAO PRESERVA O
      *    CONTEUDO DO CADASTRO
      *--------------------------------------------------------------*
       050-ALTERAR-COTA.

           MOVE WS-CHAVE-TRANS TO CO-CHAVE
           READ COTAS
               INVALID KEY
                   MOVE 'COTA NAO CADASTRADA' TO WS-MOTIVO-EXC
                   PERFORM 060-GRAVAR-EXCECAO
               NOT INVALID KEY
                   PERFORM 051-REGRAVAR-COTA
           END-READ
           .
       051-REGRAVAR-COTA.

           MOVE CO-REG-COTA TO WS-IMAGEM-ANTES
           IF WS-QTD-TRANS NOT = ZEROS
              MOVE WS-QTD-TRANS   TO CO-META-QTD
           END-IF
           IF WS-VALOR-TRANS NOT = ZEROS
              MOVE WS-VALOR-TRANS TO CO-META-VALOR
           END-IF
           REWRITE CO-REG-COTA
               INVALID KEY
                   DISPLAY ' * ERRO REGRAVANDO COTA: ' WS-CHAVE-TRANS
                       ' - FS=' WS-FS-COTAS
                   MOVE 'ERRO REGRAVANDO A COTA' TO WS-MOTIVO-EXC
                   PERFORM 060-GRAVAR-EXCECAO
               NOT INVALID KEY
                   ADD 1 TO WS-CTALTERA
                   MOVE 'A' TO WS-OPER-JRN
                   MOVE CO-REG-COTA TO WS-IMAGEM-DEPOIS
                   PERFORM 065-GRAVAR-JORNAL
                   DISPLAY ' * COTA ALTERADA: ' CO-VEND ' '
                       CO-ANO '/' CO-MES
           END-REWRITE
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO DA COTA - A IMAGEM ANTES FICA NO JORNAL
      *--------------------------------------------------------------*
       055-EXCLUIR-COTA.

           MOVE WS-CHAVE-TRANS TO CO-CHAVE
           READ COTAS
               INVALID KEY
                   MOVE 'COTA NAO CADASTRADA' TO WS-MOTIVO-EXC
                   PERFORM 060-GRAVAR-EXCECAO
               NOT INVALID KEY
                   MOVE CO-REG-COTA TO WS-IMAGEM-ANTES
                   DELETE COTAS
                       INVALID KEY
                           DISPLAY ' * ERRO EXCLUINDO COTA: '
                               WS-CHAVE-TRANS ' - FS=' WS-FS-COTAS
                           MOVE 'ERRO EXCLUINDO A COTA' TO
                               WS-MOTIVO-EXC
                           PERFORM 060-GRAVAR-EXCECAO
                       NOT INVALID KEY
                           ADD 1 TO WS-CTEXCLUI
                           MOVE 'E'    TO WS-OPER-JRN
                           MOVE SPACES TO WS-IMAGEM-DEPOIS
                           PERFORM 065-GRAVAR-JORNAL
                           DISPLAY ' * COTA EXCLUIDA: '
                               WS-CHAVE-TRANS
                   END-DELETE
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR A TRANSACAO INVALIDA NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * TRANSACAO INVALIDA - TIPO: ' WS-TIPO-TRANS
               ' COTA: ' WS-VEND-TRANS ' ' WS-ANO-TRANS '/'
               WS-MES-TRANS ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG053'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'VENDEDORES'    TO EX-SUBSISTEMA
           MOVE SPACES          TO EX-CHAVE
           STRING WS-VEND-TRANS DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-ANO-TRANS  DELIMITED BY SIZE
                  WS-MES-TRANS  DELIMITED BY SIZE
             INTO EX-CHAVE
           END-STRING
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO JORNAL DE AUDITORIA A IMAGEM ANTES/DEPOIS DA
      *    OPERACAO RECEM-APLICADA NO CADASTRO
      *--------------------------------------------------------------*
       065-GRAVAR-JORNAL.

           MOVE 'CGPRG053'        TO JR-PROGRAMA
           MOVE WS-DATA-EXEC      TO JR-DATA-EXECUCAO
           MOVE WS-OPER-JRN       TO JR-OPERACAO
           MOVE WS-IMAGEM-ANTES   TO JR-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS  TO JR-IMAGEM-DEPOIS
           MOVE WS-OPER-TRANS     TO JR-OPERADOR
           WRITE WS-REG-JORNAL
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

           MOVE 'CGPRG053'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRANSACOES LIDAS'              TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG053'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COTAS INCLUIDAS'               TO CT-DESCRICAO
           MOVE WS-CTINCLUI          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG053'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COTAS ALTERADAS'               TO CT-DESCRICAO
           MOVE WS-CTALTERA          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG053'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COTAS EXCLUIDAS'               TO CT-DESCRICAO
           MOVE WS-CTEXCLUI          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG053'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRANSACOES INVALIDAS'          TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE COTAS
           IF WS-TEM-VENDMST = 'S'
              CLOSE VENDMST
           END-IF
           CLOSE SYSIN
           CLOSE COTAJRN
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG053        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * TRANSACOES LIDAS.......: ' WS-CTLIDO
           DISPLAY ' * COTAS INCLUIDAS........: ' WS-CTINCLUI
           DISPLAY ' * COTAS ALTERADAS........: ' WS-CTALTERA
           DISPLAY ' * COTAS EXCLUIDAS........: ' WS-CTEXCLUI
           DISPLAY ' * TRANSACOES INVALIDAS...: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG053        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG053 <-------------------*
