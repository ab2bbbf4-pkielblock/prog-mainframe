       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG072.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 12/10/2026.
       DATE-COMPILED. 12/10/2026.
      *--------------------------------------------------------------*
      *    RESTORE DE MESTRE A PARTIR DE UMA GERACAO DE BACKUP DO     *
      *    CGPRG071. CARTAO (SYSIN): FUNCAO (1) + MESTRE (8) +        *
      *    GERACAO (5 - ZERO ASSUME A ULTIMA ATIVA) + OPERADOR (8).   *
      *    FUNCAO 'V' - SO CONFERE O BACKUP: HEADER DA GERACAO        *
      *                 PEDIDA, QUANTIDADE E HASH CONTRA O TRAILER E  *
      *                 CONTRA O CATALOGO (BKPCAT). NADA E GRAVADO.   *
      *    FUNCAO 'R' - CONFERE DE NOVO, RECARREGA O MESTRE (OPEN     *
      *                 OUTPUT), RELE O MESTRE RECARREGADO E CONFERE  *
      *                 QUANTIDADE E HASH CONTRA O CATALOGO. O        *
      *                 RESULTADO (RESTAURO/FALHOU) VAI PARA O RUNCTL *
      *                 E PARA O CATALOGO; FALHA TAMBEM GERA ALERTA.  *
      *    O OPERADOR TEM QUE ESTAR AUTORIZADO NO OPERAUT (CGOPAUT)   *
      *    PARA O CGPRG072 COM O TIPO IGUAL A FUNCAO.                 *
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
           SELECT RUNCTL    ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> CARTAO DE PARAMETRO: FUNCAO, MESTRE, GERACAO, OPERADOR
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-FUNCAO         PIC X(01).
           05  WS-PARM-MESTRE         PIC X(08).
           05  WS-PARM-GERACAO        PIC 9(05).
           05  WS-PARM-OPERADOR       PIC X(08).

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

      *-----> CONTROLE DE EXECUCAO - MESMO LAYOUT DO CGPRG001; O
      *       RESTORE ENTRA COMO MAIS UM REGISTRO DA DATA
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-RUNCTL.
           05  RC-DATA-MOV            PIC 9(08).
           05  RC-PROGRAMA            PIC X(08).
           05  RC-STATUS              PIC X(08).
           05  RC-COD-RET             PIC 99.
           05  RC-HORA-INI            PIC 9(08).
           05  RC-HORA-FIM            PIC 9(08).

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA DO AUTORIZADOR DE OPERADORES (CGOPAUT) - O TIPO E
      *       A FUNCAO DO CARTAO ('V' OU 'R')
           COPY CGOPAUTA.

      *-----> AREA DO GERADOR DE ALERTAS OPERACIONAIS (CGALERTA)
           COPY CGALRT.

      *-----> AREA AUXILIAR
       01  WS-AREA-AUX.
           05  WS-ABEND               PIC X(01) VALUE 'N'.
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-FIM-CAT             PIC X(01) VALUE 'N'.
           05  WS-BACKUP-OK           PIC X(01) VALUE 'N'.
           05  WS-MESTRE-OK           PIC X(01) VALUE 'N'.
           05  WS-CTBACKUP            PIC 9(09) VALUE ZEROS.
           05  WS-CTGRAVADO           PIC 9(09) VALUE ZEROS.
           05  WS-CTRELIDO            PIC 9(09) VALUE ZEROS.
           05  WS-CTDUPLIC            PIC 9(09) VALUE ZEROS.
           05  WS-FS-MESTRE           PIC X(02).
           05  WS-FS-BKPCAT           PIC X(02).
           05  WS-FS-BACKUP           PIC X(02).
           05  WS-FS-RUNCTL           PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-HORA-INI            PIC 9(08).
           05  WS-HORA-FIM            PIC 9(08).
           05  WS-MOTIVO              PIC X(40) VALUE SPACES.

      *-----> MESTRE DA RODADA E TAMANHO DO REGISTRO
       77  WS-TAM-REG                 PIC 9(02) VALUE ZEROS.
       77  WS-GERACAO                 PIC 9(05) VALUE ZEROS.
       77  WS-HASH-BACKUP             PIC 9(10) VALUE ZEROS.
       01  WS-IMAGEM                  PIC X(99).

      *-----> HASH POLINOMIAL (BASE 31, MODULO 999999937) - O MESMO
      *       CALCULO DA DESCARGA NO CGPRG071, SOBRE O MESMO ALFABETO
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
       000-CGPRG072.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG072 - RESTORE DE MESTRE POR GERACAO"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 020-CONFERIR-BACKUP
              IF WS-PARM-FUNCAO = 'R'
                 IF WS-BACKUP-OK = 'S'
                    PERFORM 030-RECARREGAR-MESTRE
                    PERFORM 035-CONFERIR-MESTRE
                 END-IF
                 PERFORM 040-REGISTRAR-RESTORE
              END-IF
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - CARTAO, AUTORIZACAO DO OPERADOR E
      *    A GERACAO NO CATALOGO (TEM QUE ESTAR ATIVA)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           ACCEPT WS-HORA-INI FROM TIME
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
              MOVE WS-PARM-OPERADOR TO OA-OPERADOR
              MOVE 'CGPRG072'       TO OA-PROGRAMA
              MOVE WS-PARM-FUNCAO   TO OA-TIPO
              CALL 'CGOPAUT' USING OA-AREA
              IF OA-AUTORIZADO = 'N'
                 DISPLAY ' * OPERADOR ' WS-PARM-OPERADOR
                     ' NAO AUTORIZADO A FUNCAO ' WS-PARM-FUNCAO
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN I-O BKPCAT
              IF WS-FS-BKPCAT NOT = '00'
                 DISPLAY ' * ERRO ABRINDO BKPCAT - FS=' WS-FS-BKPCAT
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 PERFORM 015-LOCALIZAR-GERACAO
                 IF WS-ABEND = 'S'
                    CLOSE BKPCAT
                 END-IF
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 012-ABRIR-CTLTOTAL
           END-IF
           .
       011-CRITICAR-CARTAO.

           IF WS-PARM-FUNCAO NOT = 'V' AND WS-PARM-FUNCAO NOT = 'R'
              DISPLAY ' * FUNCAO INVALIDA NO CARTAO: ' WS-PARM-FUNCAO
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           END-IF
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
           IF WS-PARM-GERACAO NOT NUMERIC
              MOVE ZEROS TO WS-PARM-GERACAO
           END-IF
           .
       012-ABRIR-CTLTOTAL.

           OPEN EXTEND CTLTOTAL
           IF WS-FS-CTLTOTAL = '35'
               OPEN OUTPUT CTLTOTAL
           END-IF
           .
      *    GERACAO ZERO NO CARTAO = A ULTIMA ATIVA DO MESTRE
       015-LOCALIZAR-GERACAO.

           IF WS-PARM-GERACAO = ZEROS
              MOVE 'N'            TO WS-FIM-CAT
              MOVE WS-PARM-MESTRE TO BC-MESTRE
              MOVE ZEROS          TO BC-GERACAO
              START BKPCAT KEY >= BC-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WS-FIM-CAT
              END-START
              PERFORM 016-PROCURAR-ULTIMA UNTIL WS-FIM-CAT = 'S'
           ELSE
              MOVE WS-PARM-GERACAO TO WS-GERACAO
           END-IF
           IF WS-GERACAO = ZEROS
              DISPLAY ' * NENHUMA GERACAO ATIVA DO ' WS-PARM-MESTRE
                  ' NO CATALOGO'
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              MOVE WS-PARM-MESTRE TO BC-MESTRE
              MOVE WS-GERACAO     TO BC-GERACAO
              READ BKPCAT
                  INVALID KEY
                      DISPLAY ' * GERACAO ' WS-GERACAO
                          ' NAO CATALOGADA PARA O ' WS-PARM-MESTRE
                      MOVE 'S' TO WS-ABEND
                      MOVE 08  TO RETURN-CODE
                  NOT INVALID KEY
                      IF BC-SITUACAO NOT = 'A'
                         DISPLAY ' * GERACAO ' WS-GERACAO
                             ' EXPIRADA - FORA DO GDG'
                         MOVE 'S' TO WS-ABEND
                         MOVE 08  TO RETURN-CODE
                      ELSE
                         DISPLAY 'MESTRE ' WS-PARM-MESTRE
                             ' - GERACAO ' WS-GERACAO
                             ' DE ' BC-DATA
                             ' - REGISTROS ' BC-QTDE
                             ' - HASH ' BC-HASH
                      END-IF
              END-READ
           END-IF
           .
       016-PROCURAR-ULTIMA.

           READ BKPCAT NEXT
               AT END
                   MOVE 'S' TO WS-FIM-CAT
               NOT AT END
                   IF BC-MESTRE NOT = WS-PARM-MESTRE
                      MOVE 'S' TO WS-FIM-CAT
                   ELSE
                      IF BC-SITUACAO = 'A'
                         MOVE BC-GERACAO TO WS-GERACAO
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONFERIR O ARQUIVO DE BACKUP - O HEADER TEM QUE SER DA
      *    GERACAO PEDIDA (O DD PODE APONTAR PARA OUTRA), E A
      *    QUANTIDADE E O HASH DOS DETALHES TEM QUE BATER COM O
      *    TRAILER E COM O CATALOGO
      *--------------------------------------------------------------*
       020-CONFERIR-BACKUP.

           MOVE 'N'   TO WS-FIM
           MOVE ZEROS TO WS-HS-VALOR
           OPEN INPUT BACKUP
           IF WS-FS-BACKUP NOT = '00'
              MOVE 'ERRO ABRINDO O BACKUP' TO WS-MOTIVO
           ELSE
              PERFORM 021-LER-BACKUP
              IF WS-FIM = 'S' OR BK-TIPO NOT = 'H'
                 MOVE 'BACKUP SEM HEADER' TO WS-MOTIVO
              ELSE
                 IF BK-MESTRE NOT = WS-PARM-MESTRE OR
                    BK-GERACAO NOT = WS-GERACAO
                    MOVE 'BACKUP NAO E DA GERACAO PEDIDA'
                        TO WS-MOTIVO
                    DISPLAY ' * HEADER DO BACKUP: ' BK-MESTRE
                        ' GERACAO ' BK-GERACAO
                 ELSE
                    PERFORM 021-LER-BACKUP
                    PERFORM 022-SOMAR-DETALHE
                       UNTIL WS-FIM = 'S' OR BK-TIPO NOT = 'D'
                    PERFORM 023-CONFERIR-TRAILER
                 END-IF
              END-IF
              CLOSE BACKUP
           END-IF
           IF WS-MOTIVO = SPACES
              MOVE 'S' TO WS-BACKUP-OK
              MOVE WS-HS-VALOR TO WS-HASH-BACKUP
              DISPLAY 'BACKUP CONFERIDO - REGISTROS ' WS-CTBACKUP
                  ' - HASH ' WS-HASH-BACKUP
           ELSE
              DISPLAY ' * BACKUP RECUSADO: ' WS-MOTIVO
              MOVE 08 TO RETURN-CODE
           END-IF
           .
       021-LER-BACKUP.

           READ BACKUP
               AT END
                   MOVE 'S' TO WS-FIM
           END-READ
           .
       022-SOMAR-DETALHE.

           ADD 1 TO WS-CTBACKUP
           MOVE BK-IMAGEM TO WS-IMAGEM
           PERFORM 060-ACUMULAR-HASH
           PERFORM 021-LER-BACKUP
           .
       023-CONFERIR-TRAILER.

           IF WS-FIM = 'S' OR BK-TIPO NOT = 'T'
              MOVE 'BACKUP INCOMPLETO - SEM TRAILER' TO WS-MOTIVO
           ELSE
              IF BK-QTDE NOT = WS-CTBACKUP OR
                 BK-HASH NOT = WS-HS-VALOR
                 MOVE 'BACKUP NAO BATE COM O TRAILER' TO WS-MOTIVO
              ELSE
                 IF BC-QTDE NOT = WS-CTBACKUP OR
                    BC-HASH NOT = WS-HS-VALOR
                    MOVE 'BACKUP NAO BATE COM O CATALOGO'
                        TO WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    RECARREGAR O MESTRE COM OS DETALHES DO BACKUP. NOS KSDS O
      *    CLUSTER VEM VAZIO DO DELETE/DEFINE DO JOB. O BACKUP E
      *    REABERTO ANTES DO MESTRE - SE NAO ABRIR, O MESTRE NEM E
      *    ABERTO PARA SAIDA E O RESTORE FALHA COM RC 08
      *--------------------------------------------------------------*
       030-RECARREGAR-MESTRE.

           OPEN INPUT BACKUP
           IF WS-FS-BACKUP NOT = '00'
              MOVE 'ERRO REABRINDO O BACKUP' TO WS-MOTIVO
              DISPLAY ' * ERRO REABRINDO O BACKUP - FS=' WS-FS-BACKUP
                  ' - MESTRE NAO TOCADO'
           ELSE
              PERFORM 050-ABRIR-MESTRE-SAIDA
              IF WS-FS-MESTRE NOT = '00'
                 MOVE 'ERRO ABRINDO O MESTRE PARA CARGA' TO WS-MOTIVO
                 DISPLAY ' * ERRO ABRINDO ' WS-PARM-MESTRE
                     ' - FS=' WS-FS-MESTRE
              ELSE
                 MOVE 'N' TO WS-FIM
                 PERFORM 021-LER-BACKUP
                 PERFORM 021-LER-BACKUP
                 PERFORM 031-GRAVAR-REGISTRO
                    UNTIL WS-FIM = 'S' OR BK-TIPO NOT = 'D'
                 PERFORM 054-FECHAR-MESTRE
                 DISPLAY 'REGISTROS RECARREGADOS: ' WS-CTGRAVADO
              END-IF
              CLOSE BACKUP
           END-IF
           .
       031-GRAVAR-REGISTRO.

           MOVE BK-IMAGEM TO WS-IMAGEM
           PERFORM 051-GRAVAR-MESTRE
           PERFORM 021-LER-BACKUP
           .
      *--------------------------------------------------------------*
      *    RELER O MESTRE RECARREGADO - QUANTIDADE E HASH TEM QUE
      *    BATER COM O CATALOGO
      *--------------------------------------------------------------*
       035-CONFERIR-MESTRE.

           IF WS-MOTIVO = SPACES
              MOVE 'N'   TO WS-FIM
              MOVE ZEROS TO WS-HS-VALOR
              PERFORM 052-ABRIR-MESTRE-ENTRADA
              PERFORM 053-LER-MESTRE
              PERFORM 036-SOMAR-MESTRE UNTIL WS-FIM = 'S'
              PERFORM 054-FECHAR-MESTRE
              IF WS-CTRELIDO NOT = BC-QTDE OR
                 WS-HS-VALOR NOT = BC-HASH
                 MOVE 'MESTRE RECARREGADO NAO BATE' TO WS-MOTIVO
              ELSE
                 MOVE 'S' TO WS-MESTRE-OK
              END-IF
              DISPLAY 'MESTRE RELIDO - REGISTROS ' WS-CTRELIDO
                  ' - HASH ' WS-HS-VALOR
           END-IF
           .
       036-SOMAR-MESTRE.

           ADD 1 TO WS-CTRELIDO
           PERFORM 060-ACUMULAR-HASH
           PERFORM 053-LER-MESTRE
           .
      *--------------------------------------------------------------*
      *    REGISTRAR O RESTORE: NO RUNCTL (RESTAURO OU FALHOU, COM O
      *    RC) E, SE DEU CERTO, NO CATALOGO; FALHA GERA ALERTA
      *--------------------------------------------------------------*
       040-REGISTRAR-RESTORE.

           ACCEPT WS-HORA-FIM FROM TIME
           OPEN EXTEND RUNCTL
           IF WS-FS-RUNCTL = '35'
              OPEN OUTPUT RUNCTL
           END-IF
           MOVE WS-DATA-EXEC TO RC-DATA-MOV
           MOVE 'CGPRG072'   TO RC-PROGRAMA
           MOVE WS-HORA-INI  TO RC-HORA-INI
           MOVE WS-HORA-FIM  TO RC-HORA-FIM
           IF WS-MESTRE-OK = 'S'
              MOVE 'RESTAURO' TO RC-STATUS
              MOVE 00         TO RC-COD-RET
              MOVE WS-DATA-HOJE TO BC-DATA-REST
              ADD 1 TO BC-QT-REST
              REWRITE BC-REG-CATALOGO
              IF WS-FS-BKPCAT NOT = '00'
                 DISPLAY ' * ERRO REGRAVANDO BKPCAT - FS='
                     WS-FS-BKPCAT ' - MESTRE RESTAURADO, CATALOGO NAO'
                 MOVE 'CATALOGO NAO REGRAVADO' TO WS-MOTIVO
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RC-COD-RET
                 MOVE 08  TO RETURN-CODE
              END-IF
           ELSE
              MOVE 'FALHOU'   TO RC-STATUS
              MOVE 08         TO RC-COD-RET
              MOVE 08         TO RETURN-CODE
              DISPLAY ' * RESTORE FALHOU: ' WS-MOTIVO
              MOVE 'MSG'          TO AL-FUNCAO
              MOVE 'CGPRG072'     TO AL-PROGRAMA
              MOVE WS-DATA-HOJE   TO AL-DATA
              MOVE 'RESTORE DE MESTRE FALHOU' TO AL-TEXTO
              CALL 'CGALERTA' USING AL-AREA
           END-IF
           WRITE WS-REG-RUNCTL
           CLOSE RUNCTL
           .
      *--------------------------------------------------------------*
      *    E/S DO MESTRE DO CARTAO
      *--------------------------------------------------------------*
       050-ABRIR-MESTRE-SAIDA.

           EVALUATE WS-PARM-MESTRE
               WHEN 'LOTEMST'
                   OPEN OUTPUT LOTEMST
               WHEN 'VENDAMST'
                   OPEN OUTPUT VENDAMST
               WHEN 'CIDTREND'
                   OPEN OUTPUT CIDTREND
               WHEN 'CURSOCAT'
                   OPEN OUTPUT CURSOCAT
               WHEN 'COMPMST'
                   OPEN OUTPUT COMPMST
           END-EVALUATE
           .
       051-GRAVAR-MESTRE.

           EVALUATE WS-PARM-MESTRE
               WHEN 'LOTEMST'
                   MOVE WS-IMAGEM TO LM-REG-LOTE
                   WRITE LM-REG-LOTE
                       INVALID KEY
                           ADD 1 TO WS-CTDUPLIC
                       NOT INVALID KEY
                           ADD 1 TO WS-CTGRAVADO
                   END-WRITE
               WHEN 'VENDAMST'
                   MOVE WS-IMAGEM TO VN-REG-VENDA
                   WRITE VN-REG-VENDA
                   ADD 1 TO WS-CTGRAVADO
               WHEN 'CIDTREND'
                   MOVE WS-IMAGEM TO TC-REG-CIDTREND
                   WRITE TC-REG-CIDTREND
                       INVALID KEY
                           ADD 1 TO WS-CTDUPLIC
                       NOT INVALID KEY
                           ADD 1 TO WS-CTGRAVADO
                   END-WRITE
               WHEN 'CURSOCAT'
                   MOVE WS-IMAGEM TO CC-REG-CURSO
                   WRITE CC-REG-CURSO
                       INVALID KEY
                           ADD 1 TO WS-CTDUPLIC
                       NOT INVALID KEY
                           ADD 1 TO WS-CTGRAVADO
                   END-WRITE
               WHEN 'COMPMST'
                   MOVE WS-IMAGEM TO WS-REG-COMPRADOR
                   WRITE WS-REG-COMPRADOR
                   ADD 1 TO WS-CTGRAVADO
           END-EVALUATE
           .
       052-ABRIR-MESTRE-ENTRADA.

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
           IF WS-FS-MESTRE NOT = '00'
              MOVE 'S' TO WS-FIM
           END-IF
           .
       053-LER-MESTRE.

           IF WS-FIM NOT = 'S'
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
           END-IF
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
      *    PROCEDIMENTOS FINAIS - BACKUP RECUSADO OU RESTORE QUE NAO
      *    CONFERE DEVOLVEM RC 08
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-MOTIVO = SPACES
              MOVE 00 TO RETURN-CODE
           END-IF

           MOVE 'CGPRG072'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS NO BACKUP'           TO CT-DESCRICAO
           MOVE WS-CTBACKUP          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG072'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS RECARREGADOS'        TO CT-DESCRICAO
           MOVE WS-CTGRAVADO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG072'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'GERACAO CONFERIDA'             TO CT-DESCRICAO
           MOVE WS-GERACAO           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE BKPCAT
           CLOSE CTLTOTAL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG072        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * FUNCAO / MESTRE...........: ' WS-PARM-FUNCAO
               ' ' WS-PARM-MESTRE
           DISPLAY ' * GERACAO...................: ' WS-GERACAO
           DISPLAY ' * REGISTROS NO BACKUP.......: ' WS-CTBACKUP
           DISPLAY ' * REGISTROS RECARREGADOS....: ' WS-CTGRAVADO
           DISPLAY ' * CHAVES DUPLICADAS.........: ' WS-CTDUPLIC
           DISPLAY ' * REGISTROS RELIDOS.........: ' WS-CTRELIDO
           DISPLAY ' * CODIGO DE RETORNO.........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG072        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG072 <-------------------*
