      *    FORMATADA POR ALUNO (NOTAS, MEDIA, SITUACAO). MATRICULA    *
      *    SEM REGISTRO NO MESTRE VAI PARA O EXCEPREL COM O MOTIVO    *
      *    NAO ENCONTRADO, EM VEZ DE SER PULADA EM SILENCIO.          *
      *    CADA CARTAO TRAZ O OPERADOR E O MOTIVO DA CONSULTA,        *
      *    CONFERIDOS NO AUTORIZADOR CGOPAUT (O MOTIVO E O TIPO DA    *
      *    TRANSACAO NO OPERAUT); PEDIDO NEGADO VAI PARA O EXCEPREL.  *
      *    TODO ALUNO DEVOLVIDO E TODO PEDIDO NEGADO FICAM NO LOG DE  *
      *    ACESSO ACESSLOG (LAYOUT CGACSLOG).                         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONSREL   ASSIGN TO "CONSREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACESSLOG  ASSIGN TO "ACESSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACESSLOG.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CONSULTA.
           05  WS-NUMERO-CONS         PIC 9(13).
           05  WS-OPER-CONS           PIC X(08).
           05  WS-MOTIVO-CONS         PIC X(01).

       FD  CONSREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CONSREL             PIC X(80).

       FD  ACESSLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGACSLOG.

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTENCONT            PIC 9(04) VALUE ZEROS.
           05  WS-CTNAOENC            PIC 9(04) VALUE ZEROS.
           05  WS-CTNEGADO            PIC 9(04) VALUE ZEROS.
           05  WS-FS-ALUNOUT          PIC X(02).
           05  WS-FS-ACESSLOG         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-HORA-AGORA          PIC 9(08).
           05  WS-LIBERADA            PIC X(01).
           05  WS-MOTIVO-NEG          PIC X(30).

      *-----> LINHA FORMATADA DA CONSULTA
       01  WS-REG-LINHA.
           05 CN-MED               PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CN-SIT               PIC X(09).

      *-----> AREA DO AUTORIZADOR DE OPERADORES (CGOPAUT) - O TIPO
      *       DA TRANSACAO E O MOTIVO DA CONSULTA (VER CGACSLOG)
           COPY CGOPAUTA.
      *
       PROCEDURE DIVISION.
      *==================*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           OPEN INPUT  SYSIN
           OPEN OUTPUT CONSREL
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 014-ABRIR-ACESSLOG
           OPEN INPUT ALUNOUT
           IF WS-FS-ALUNOUT NOT = '00'
              DISPLAY ' * ERRO ABRINDO ALUNOUT - FS=' WS-FS-ALUNOUT
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O LOG DE ACESSO - DATASET PERMANENTE, SEMPRE EM
      *    EXTEND; NA 1A VEZ (FILE STATUS 35) ABRE EM OUTPUT
      *--------------------------------------------------------------*
       014-ABRIR-ACESSLOG.

           OPEN EXTEND ACESSLOG
           IF WS-FS-ACESSLOG = '35'
               OPEN OUTPUT ACESSLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DA PROXIMA MATRICULA A CONSULTAR - VIA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.
           .
      *--------------------------------------------------------------*
      *    BUSCAR A MATRICULA NO MESTRE E IMPRIMIR A LINHA DA
      *    CONSULTA - NAO ENCONTRADA VAI PARA O EXCEPREL; PEDIDO SEM
      *    AUTORIZACAO NEM CHEGA AO MESTRE
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 032-AUTORIZAR-CONSULTA
           IF WS-LIBERADA = 'N'
              PERFORM 045-GRAVAR-NEGADO
           ELSE
              MOVE WS-NUMERO-CONS TO FD-NUMERO-ALU
              READ ALUNOUT
                  INVALID KEY
                      PERFORM 040-GRAVAR-NAO-ENCONTRADO
                  NOT INVALID KEY
                      PERFORM 035-IMPRIMIR-CONSULTA
              END-READ
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    OPERADOR E MOTIVO DO CARTAO - O MOTIVO TEM QUE SER UM DOS
      *    CODIGOS DO CGACSLOG E ESTAR LIBERADO AO OPERADOR NO
      *    OPERAUT PARA ESTE PROGRAMA
      *--------------------------------------------------------------*
       032-AUTORIZAR-CONSULTA.

           MOVE 'S'            TO WS-LIBERADA
           MOVE WS-MOTIVO-CONS TO AC-MOTIVO
           IF WS-OPER-CONS = SPACES
              MOVE 'N' TO WS-LIBERADA
              MOVE 'OPERADOR NAO INFORMADO' TO WS-MOTIVO-NEG
           ELSE
              IF NOT AC-MOTIVO-VALIDO
                 MOVE 'N' TO WS-LIBERADA
                 MOVE 'MOTIVO DE CONSULTA INVALIDO' TO WS-MOTIVO-NEG
              ELSE
                 MOVE WS-OPER-CONS   TO OA-OPERADOR
                 MOVE 'CGPRG015'     TO OA-PROGRAMA
                 MOVE WS-MOTIVO-CONS TO OA-TIPO
                 CALL 'CGOPAUT' USING OA-AREA
                 IF OA-AUTORIZADO = 'N'
                    MOVE 'N' TO WS-LIBERADA
                    MOVE 'OPERADOR NAO AUTORIZADO' TO WS-MOTIVO-NEG
                 END-IF
              END-IF
           END-IF
           .
       035-IMPRIMIR-CONSULTA.

           ADD 1 TO WS-CTENCONT
           DISPLAY WS-REG-LINHA
           MOVE WS-REG-LINHA TO WS-REG-CONSREL
           WRITE WS-REG-CONSREL
           PERFORM 070-GRAVAR-ACESSO
           MOVE 'L'             TO AC-SITUACAO
           MOVE FD-NUMERO-ALU   TO AC-MATRICULA
           MOVE FD-CURSO-ALU    TO AC-CURSO
           WRITE AC-REG-ACESSO
           .
       040-GRAVAR-NAO-ENCONTRADO.

           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    PEDIDO NEGADO - EXCEPREL COM O MOTIVO E REGISTRO 'N' NO
      *    LOG DE ACESSO
      *--------------------------------------------------------------*
       045-GRAVAR-NEGADO.

           ADD 1 TO WS-CTNEGADO
           DISPLAY ' * CONSULTA NEGADA: ' WS-NUMERO-CONS
               ' OPERADOR ' WS-OPER-CONS ' - ' WS-MOTIVO-NEG

           MOVE 'CGPRG015'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ALUNOS'        TO EX-SUBSISTEMA
           MOVE WS-NUMERO-CONS  TO EX-CHAVE
           MOVE WS-MOTIVO-NEG   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL

           PERFORM 070-GRAVAR-ACESSO
           MOVE 'N'             TO AC-SITUACAO
           IF WS-NUMERO-CONS NUMERIC
              MOVE WS-NUMERO-CONS TO AC-MATRICULA
           END-IF
           WRITE AC-REG-ACESSO
           .
      *--------------------------------------------------------------*
      *    PARTE COMUM DO REGISTRO DO LOG DE ACESSO - QUEM CHAMA
      *    COMPLETA SITUACAO, MATRICULA E CURSO E GRAVA
      *--------------------------------------------------------------*
       070-GRAVAR-ACESSO.

           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE SPACES          TO AC-REG-ACESSO
           MOVE ZEROS           TO AC-MATRICULA
           MOVE WS-DATA-HOJE    TO AC-DATA
           DIVIDE WS-HORA-AGORA BY 100 GIVING AC-HORA
           MOVE WS-OPER-CONS    TO AC-OPERADOR
           MOVE 'CGPRG015'      TO AC-PROGRAMA
           MOVE WS-MOTIVO-CONS  TO AC-MOTIVO
           MOVE WS-REG-CONSULTA TO AC-CONSULTA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           IF WS-CTLIDO = ZEROS
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTNAOENC > ZEROS OR WS-CTNEGADO > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
           MOVE 'ALUNOS NAO ENCONTRADOS'        TO CT-DESCRICAO
           MOVE WS-CTNAOENC          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG015'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CONSULTAS NEGADAS'             TO CT-DESCRICAO
           MOVE WS-CTNEGADO          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE ALUNOUT
           CLOSE SYSIN
           CLOSE CONSREL
           CLOSE ACESSLOG
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' * CONSULTAS LIDAS.........: ' WS-CTLIDO
           DISPLAY ' * ALUNOS ENCONTRADOS......: ' WS-CTENCONT
           DISPLAY ' * ALUNOS NAO ENCONTRADOS..: ' WS-CTNAOENC
           DISPLAY ' * CONSULTAS NEGADAS.......: ' WS-CTNEGADO
           DISPLAY ' * CODIGO DE RETORNO.......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
