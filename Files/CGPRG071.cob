       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG071.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 12/10/2026.
       DATE-COMPILED. 12/10/2026.
      *--------------------------------------------------------------*
      *    BACKUP POR GERACAO DOS MESTRES SEM JORNAL DE BACKOUT -     *
      *    RODA COMO STEP ANTERIOR AO PROGRAMA QUE ATUALIZA O MESTRE. *
      *    DESCARREGA O MESTRE DO CARTAO (LOTEMST, VENDAMST,          *
      *    CIDTREND, CURSOCAT OU COMPMST) NUMA GERACAO NOVA DO GDG    *
      *    CG.BATCH.BACKUP.<MESTRE> (HEADER + DETALHES + TRAILER) E   *
      *    CATALOGA A GERACAO NO BKPCAT COM A QUANTIDADE DE REGISTROS *
      *    E O HASH DO CONTEUDO. AS GERACOES ALEM DA RETENCAO DO      *
      *    CARTAO FICAM EXPIRADAS NO CATALOGO (O LIMIT DO GDG DEVE    *
      *    SER O MESMO). O RESTORE E O CGPRG072.                      *
      *    CARTAO (SYSIN): MESTRE (8) + GERACOES A MANTER (2 - ZERO   *
      *    OU BRANCO ASSUME 07) + PROGRAMA QUE VAI ATUALIZAR (8).     *
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
           SELECT LOTEMST   ASSIGN TO "LOTEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-CHAVE
               FILE STATUS IS WS-FS-MESTRE.
           SELECT VENDAMST  ASSIGN TO "VENDAMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT CIDTREND  ASSIGN TO "CIDTREND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-FS-MESTRE.
           SELECT CURSOCAT  ASSIGN TO "CURSOCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NOME-CURSO
               FILE STATUS IS WS-FS-MESTRE.
           SELECT COMPMST   ASSIGN TO "COMPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT BKPCAT    ASSIGN TO "BKPCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CHAVE
               FILE STATUS IS WS-FS-BKPCAT.
           SELECT BACKUP    ASSIGN TO "BACKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BACKUP.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> CARTAO DE PARAMETRO: MESTRE, RETENCAO E PROGRAMA
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-MESTRE         PIC X(08).
           05  WS-PARM-GERACOES       PIC 9(02).
           05  WS-PARM-PROGRAMA       PIC X(08).

       FD  LOTEMST
           LABEL RECORDS ARE STANDARD.
           COPY CGLOTMST.

       FD  VENDAMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDAS.

       FD  CIDTREND
           LABEL RECORDS ARE STANDARD.
           COPY CGCIDTRN.

       FD  CURSOCAT
           LABEL RECORDS ARE STANDARD.
           COPY CGCURCAT.

       FD  COMPMST
           LABEL RECORDS ARE STANDARD.
           COPY CGCOMPMS.

       FD  BKPCAT
           LABEL RECORDS ARE STANDARD.
           COPY CGBKPCAT.

       FD  BACKUP
           LABEL RECORDS ARE STANDARD.
           COPY CGBKPREG.

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       01  WS-AREA-AUX.
           05  WS-ABEND               PIC X(01) VALUE 'N'.
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-FIM-CAT             PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(09) VALUE ZEROS.
           05  WS-CTEXPIRADAS         PIC 9(05) VALUE ZEROS.
           05  WS-FS-MESTRE           PIC X(02).
           05  WS-FS-BKPCAT           PIC X(02).
           05  WS-FS-BACKUP           PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-HORA-EXEC           PIC 9(08).

      *-----> MESTRE DA RODADA, TAMANHO DO REGISTRO E GERACOES
       77  WS-TAM-REG                 PIC 9(02) VALUE ZEROS.
       77  WS-RETENCAO                PIC 9(02) VALUE 07.
       77  WS-ULT-GERACAO             PIC 9(05) VALUE ZEROS.
       77  WS-NOVA-GERACAO            PIC 9(05) VALUE ZEROS.
       77  WS-LIMITE-EXPIRA           PIC 9(05) VALUE ZEROS.
       01  WS-IMAGEM                  PIC X(99).

      *-----> HASH POLINOMIAL (BASE 31, MODULO 999999937) DE TODOS OS
      *       CARACTERES DOS REGISTROS, NA ORDEM DO MESTRE; CADA
      *       CARACTERE VALE A POSICAO NO ALFABETO ABAIXO (FORA DELE
      *       VALE 42) - MESMO CALCULO DO PSEUDONIMO DO CGPRG064,
      *       REPETIDO NO CGPRG072
       01  WS-HS-ALFABETO             PIC X(41)
           VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.,-/'.
       01  WS-HS-TAB-ALFABETO REDEFINES WS-HS-ALFABETO.
           05  WS-HS-LETRA  OCCURS 41 TIMES
                                      PIC X(01).
       77  WS-HS-I                    PIC 9(02).
       77  WS-HS-J                    PIC 9(02).
       77  WS-HS-CODIGO               PIC 9(02).
       77  WS-HS-CALC                 PIC 9(12).
       77  WS-HS-QUOC                 PIC 9(12).
       01  WS-HS-VALOR                PIC 9(10) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG071.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG071 - BACKUP POR GERACAO DOS MESTRES"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 020-APURAR-GERACAO
              PERFORM 030-DESCARREGAR
              PERFORM 040-CATALOGAR
              IF WS-ABEND NOT = 'S'
                 PERFORM 045-EXPIRAR-GERACOES
              END-IF
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - CARTAO, MESTRE, CATALOGO E O
      *    ARQUIVO DA GERACAO NOVA. MESTRE AINDA NAO CRIADO (FS 35)
      *    NAO TEM O QUE GUARDAR: RC 04 E O PROGRAMA SEGUINTE RODA
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           ACCEPT WS-HORA-EXEC FROM TIME
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           OPEN INPUT SYSIN
           READ SYSIN
               AT END
                   DISPLAY ' * ERRO: CARTAO DE PARAMETRO AUSENTE'
                   MOVE 'S' TO WS-ABEND
                   MOVE 08  TO RETURN-CODE
           END-READ
           CLOSE SYSIN
           IF WS-ABEND NOT = 'S'
              PERFORM 011-CRITICAR-CARTAO
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 015-ABRIR-MESTRE
              IF WS-FS-MESTRE = '35'
                 DISPLAY ' * MESTRE ' WS-PARM-MESTRE
                     ' AINDA NAO EXISTE - NADA A DESCARREGAR'
                 MOVE 'S' TO WS-ABEND
                 MOVE 04  TO RETURN-CODE
              ELSE
                 IF WS-FS-MESTRE NOT = '00'
                    DISPLAY ' * ERRO ABRINDO ' WS-PARM-MESTRE
                        ' - FS=' WS-FS-MESTRE
                    MOVE 'S' TO WS-ABEND
                    MOVE 08  TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 013-ABRIR-BKPCAT
              IF WS-FS-BKPCAT NOT = '00'
                 DISPLAY ' * ERRO ABRINDO BKPCAT - FS=' WS-FS-BKPCAT
                 PERFORM 054-FECHAR-MESTRE
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN OUTPUT BACKUP
              IF WS-FS-BACKUP NOT = '00'
                 DISPLAY ' * ERRO ABRINDO BACKUP - FS=' WS-FS-BACKUP
                 PERFORM 054-FECHAR-MESTRE
                 CLOSE BKPCAT
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 012-ABRIR-CTLTOTAL
           END-IF
           .
       011-CRITICAR-CARTAO.

           EVALUATE WS-PARM-MESTRE
               WHEN 'LOTEMST'
                   MOVE 90 TO WS-TAM-REG
               WHEN 'VENDAMST'
                   MOVE 77 TO WS-TAM-REG
               WHEN 'CIDTREND'
                   MOVE 47 TO WS-TAM-REG
               WHEN 'CURSOCAT'
                   MOVE 51 TO WS-TAM-REG
               WHEN 'COMPMST'
                   MOVE 72 TO WS-TAM-REG
               WHEN OTHER
                   DISPLAY ' * MESTRE INVALIDO NO CARTAO: '
                       WS-PARM-MESTRE
                   MOVE 'S' TO WS-ABEND
                   MOVE 08  TO RETURN-CODE
           END-EVALUATE
           IF WS-PARM-GERACOES NUMERIC AND WS-PARM-GERACOES > ZEROS
              MOVE WS-PARM-GERACOES TO WS-RETENCAO
           END-IF
           DISPLAY 'MESTRE: ' WS-PARM-MESTRE
               ' - RETENCAO: ' WS-RETENCAO ' GERACOES'
               ' - ANTES DO ' WS-PARM-PROGRAMA
           .
       012-ABRIR-CTLTOTAL.

           OPEN EXTEND CTLTOTAL
           IF WS-FS-CTLTOTAL = '35'
               OPEN OUTPUT CTLTOTAL
           END-IF
           .
      *    CATALOGO CRIADO NA PRIMEIRA DESCARGA
       013-ABRIR-BKPCAT.

           OPEN I-O BKPCAT
           IF WS-FS-BKPCAT = '35'
              OPEN OUTPUT BKPCAT
              CLOSE BKPCAT
              OPEN I-O BKPCAT
           END-IF
           .
       015-ABRIR-MESTRE.

           EVALUATE WS-PARM-MESTRE
               WHEN 'LOTEMST'
                   OPEN INPUT LOTEMST
               WHEN 'VENDAMST'
                   OPEN INPUT VENDAMST
               WHEN 'CIDTREND'
                   OPEN INPUT CIDTREND
               WHEN 'CURSOCAT'
                   OPEN INPUT CURSOCAT
               WHEN 'COMPMST'
                   OPEN INPUT COMPMST
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    A GERACAO NOVA E A ULTIMA DO MESTRE NO CATALOGO MAIS UM
      *--------------------------------------------------------------*
       020-APURAR-GERACAO.

           MOVE 'N'            TO WS-FIM-CAT
           MOVE WS-PARM-MESTRE TO BC-MESTRE
           MOVE ZEROS          TO BC-GERACAO
           START BKPCAT KEY >= BC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CAT
           END-START
           PERFORM 021-LER-CATALOGO UNTIL WS-FIM-CAT = 'S'
           COMPUTE WS-NOVA-GERACAO = WS-ULT-GERACAO + 1
           DISPLAY 'GERACAO NOVA: ' WS-NOVA-GERACAO
           .
       021-LER-CATALOGO.

           READ BKPCAT NEXT
               AT END
                   MOVE 'S' TO WS-FIM-CAT
               NOT AT END
                   IF BC-MESTRE NOT = WS-PARM-MESTRE
                      MOVE 'S' TO WS-FIM-CAT
                   ELSE
                      MOVE BC-GERACAO TO WS-ULT-GERACAO
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    DESCARGA - HEADER, UM DETALHE POR REGISTRO DO MESTRE (NA
      *    ORDEM DA CHAVE NOS KSDS) E TRAILER COM QUANTIDADE E HASH
      *--------------------------------------------------------------*
       030-DESCARREGAR.

           MOVE SPACES          TO BK-REG-BACKUP
           MOVE 'H'             TO BK-TIPO
           MOVE WS-PARM-MESTRE  TO BK-MESTRE
           MOVE WS-NOVA-GERACAO TO BK-GERACAO
           MOVE WS-DATA-HOJE    TO BK-DATA
           MOVE WS-HORA-EXEC    TO BK-HORA
           MOVE WS-PARM-PROGRAMA TO BK-PROGRAMA
           WRITE BK-REG-BACKUP

           PERFORM 031-LER-MESTRE
           PERFORM 032-GRAVAR-DETALHE UNTIL WS-FIM = 'S'
           PERFORM 054-FECHAR-MESTRE

           MOVE SPACES          TO BK-REG-BACKUP
           MOVE 'T'             TO BK-TIPO
           MOVE WS-CTLIDO       TO BK-QTDE
           MOVE WS-HS-VALOR     TO BK-HASH
           WRITE BK-REG-BACKUP
           CLOSE BACKUP
           .
       031-LER-MESTRE.

           EVALUATE WS-PARM-MESTRE
               WHEN 'LOTEMST'
                   READ LOTEMST NEXT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE LM-REG-LOTE TO WS-IMAGEM
                   END-READ
               WHEN 'VENDAMST'
                   READ VENDAMST
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE VN-REG-VENDA TO WS-IMAGEM
                   END-READ
               WHEN 'CIDTREND'
                   READ CIDTREND NEXT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE TC-REG-CIDTREND TO WS-IMAGEM
                   END-READ
               WHEN 'CURSOCAT'
                   READ CURSOCAT NEXT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE CC-REG-CURSO TO WS-IMAGEM
                   END-READ
               WHEN 'COMPMST'
                   READ COMPMST
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-COMPRADOR TO WS-IMAGEM
                   END-READ
           END-EVALUATE
           .
       032-GRAVAR-DETALHE.

           ADD 1 TO WS-CTLIDO
           PERFORM 060-ACUMULAR-HASH
           MOVE 'D'       TO BK-TIPO
           MOVE WS-IMAGEM TO BK-IMAGEM
           WRITE BK-REG-BACKUP

           PERFORM 031-LER-MESTRE
           .
      *--------------------------------------------------------------*
      *    CATALOGAR A GERACAO NOVA
      *--------------------------------------------------------------*
       040-CATALOGAR.

           MOVE SPACES           TO BC-REG-CATALOGO
           MOVE WS-PARM-MESTRE   TO BC-MESTRE
           MOVE WS-NOVA-GERACAO  TO BC-GERACAO
           MOVE WS-DATA-HOJE     TO BC-DATA
           MOVE WS-HORA-EXEC     TO BC-HORA
           MOVE WS-PARM-PROGRAMA TO BC-PROGRAMA
           MOVE WS-CTLIDO        TO BC-QTDE
           MOVE WS-HS-VALOR      TO BC-HASH
           MOVE 'A'              TO BC-SITUACAO
           MOVE ZEROS            TO BC-DATA-REST
           MOVE ZEROS            TO BC-QT-REST
           WRITE BC-REG-CATALOGO
               INVALID KEY
                   DISPLAY ' * ERRO GRAVANDO BKPCAT - FS=' WS-FS-BKPCAT
                       ' - GERACAO ' WS-NOVA-GERACAO
                   MOVE 'S' TO WS-ABEND
                   MOVE 08  TO RETURN-CODE
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    EXPIRAR NO CATALOGO AS GERACOES ALEM DA RETENCAO - O GDG
      *    (LIMIT IGUAL A RETENCAO) JA AS DESCARTOU
      *--------------------------------------------------------------*
       045-EXPIRAR-GERACOES.

           IF WS-NOVA-GERACAO > WS-RETENCAO
              COMPUTE WS-LIMITE-EXPIRA = WS-NOVA-GERACAO - WS-RETENCAO
              MOVE 'N'            TO WS-FIM-CAT
              MOVE WS-PARM-MESTRE TO BC-MESTRE
              MOVE ZEROS          TO BC-GERACAO
              START BKPCAT KEY >= BC-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WS-FIM-CAT
              END-START
              PERFORM 046-EXPIRAR-GERACAO UNTIL WS-FIM-CAT = 'S'
           END-IF
           .
       046-EXPIRAR-GERACAO.

           READ BKPCAT NEXT
               AT END
                   MOVE 'S' TO WS-FIM-CAT
               NOT AT END
                   IF BC-MESTRE NOT = WS-PARM-MESTRE OR
                      BC-GERACAO > WS-LIMITE-EXPIRA
                      MOVE 'S' TO WS-FIM-CAT
                   ELSE
                      IF BC-SITUACAO = 'A'
                         MOVE 'E' TO BC-SITUACAO
                         REWRITE BC-REG-CATALOGO
                         ADD 1 TO WS-CTEXPIRADAS
                         DISPLAY 'GERACAO EXPIRADA: ' BC-GERACAO
                      END-IF
                   END-IF
           END-READ
           .
       054-FECHAR-MESTRE.

           EVALUATE WS-PARM-MESTRE
               WHEN 'LOTEMST'
                   CLOSE LOTEMST
               WHEN 'VENDAMST'
                   CLOSE VENDAMST
               WHEN 'CIDTREND'
                   CLOSE CIDTREND
               WHEN 'CURSOCAT'
                   CLOSE CURSOCAT
               WHEN 'COMPMST'
                   CLOSE COMPMST
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ACUMULAR NO HASH OS WS-TAM-REG CARACTERES DE WS-IMAGEM
      *--------------------------------------------------------------*
       060-ACUMULAR-HASH.

           PERFORM 061-HASH-CARACTER
               VARYING WS-HS-I FROM 1 BY 1 UNTIL WS-HS-I > WS-TAM-REG
           .
       061-HASH-CARACTER.

           MOVE 42 TO WS-HS-CODIGO
           PERFORM 062-PROCURAR-LETRA
               VARYING WS-HS-J FROM 1 BY 1
               UNTIL WS-HS-J > 41 OR WS-HS-CODIGO < 42
           COMPUTE WS-HS-CALC = WS-HS-VALOR * 31 + WS-HS-CODIGO
           DIVIDE WS-HS-CALC BY 999999937 GIVING WS-HS-QUOC
               REMAINDER WS-HS-VALOR
           .
       062-PROCURAR-LETRA.

           IF WS-HS-LETRA (WS-HS-J) = WS-IMAGEM (WS-HS-I:1)
              MOVE WS-HS-J TO WS-HS-CODIGO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-ABEND NOT = 'S'
              MOVE 00 TO RETURN-CODE
           END-IF

           MOVE 'CGPRG071'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS DESCARREGADOS'       TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG071'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'GERACAO GRAVADA'               TO CT-DESCRICAO
           MOVE WS-NOVA-GERACAO      TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG071'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'GERACOES EXPIRADAS'            TO CT-DESCRICAO
           MOVE WS-CTEXPIRADAS       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE BKPCAT
           CLOSE CTLTOTAL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG071        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * MESTRE....................: ' WS-PARM-MESTRE
           DISPLAY ' * GERACAO GRAVADA...........: ' WS-NOVA-GERACAO
           DISPLAY ' * REGISTROS DESCARREGADOS...: ' WS-CTLIDO
           DISPLAY ' * HASH DO CONTEUDO..........: ' WS-HS-VALOR
           DISPLAY ' * GERACOES EXPIRADAS........: ' WS-CTEXPIRADAS
           DISPLAY ' * CODIGO DE RETORNO.........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG071        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG071 <-------------------*
