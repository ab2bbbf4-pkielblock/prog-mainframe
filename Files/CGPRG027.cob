      *    LINHA DE FECHAMENTO DE MEDIA ACUMULADA E SEMESTRES         *
      *    CURSADOS. MATRICULA SEM NENHUM SEMESTRE NO HISTORICO VAI   *
      *    PARA O EXCEPREL, COMO O CGPRG015 FAZ NO MESTRE.            *
      *    CADA CARTAO TRAZ O OPERADOR E O MOTIVO DA CONSULTA,        *
      *    CONFERIDOS NO AUTORIZADOR CGOPAUT (O MOTIVO E O TIPO DA    *
      *    TRANSACAO NO OPERAUT); PEDIDO NEGADO VAI PARA O EXCEPREL.  *
      *    TODO EXTRATO IMPRESSO E TODO PEDIDO NEGADO FICAM NO LOG DE *
      *    ACESSO ACESSLOG (LAYOUT CGACSLOG).                         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               FILE STATUS IS WS-FS-ALUNHIST.
           SELECT HISTREL   ASSIGN TO "HISTREL"
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

      *-----> HISTORICO DE SEMESTRES - MESMO LAYOUT GRAVADO PELO
      *       CGPRG009 NO FECHAMENTO DE SEMESTRE
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-HISTREL             PIC X(80).

       FD  ACESSLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGACSLOG.

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTPAGINAS           PIC 9(04) VALUE ZEROS.
           05  WS-CTNAOENC            PIC 9(04) VALUE ZEROS.
           05  WS-CTNEGADO            PIC 9(04) VALUE ZEROS.
           05  WS-FS-ALUNHIST         PIC X(02).
           05  WS-FS-ACESSLOG         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-HORA-AGORA          PIC 9(08).
           05  WS-LIBERADA            PIC X(01).
           05  WS-MOTIVO-NEG          PIC X(30).

      *-----> ACUMULO DO EXTRATO DO ALUNO CORRENTE
       01  WS-AREA-EXTRATO.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LS-SIT                 PIC X(09).
       01  WS-SOUT-ACUMULADA          PIC Z9,99.

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
           OPEN OUTPUT HISTREL
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 014-ABRIR-ACESSLOG
           OPEN INPUT ALUNHIST
           IF WS-FS-ALUNHIST NOT = '00'
              DISPLAY ' * ERRO ABRINDO ALUNHIST - FS=' WS-FS-ALUNHIST
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
      *    LEITURA DA PROXIMA MATRICULA A EXTRATAR - VIA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.
      *    MONTAR O EXTRATO DE UMA MATRICULA - O HISTORICO E
      *    CHAVEADO POR ANO/SEMESTRE + MATRICULA, ENTAO A VARREDURA
      *    COMPLETA EM ORDEM DE CHAVE JA ENTREGA OS SEMESTRES DO
      *    ALUNO EM ORDEM CRONOLOGICA. PEDIDO SEM AUTORIZACAO NEM
      *    CHEGA AO HISTORICO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 032-AUTORIZAR-CONSULTA
           IF WS-LIBERADA = 'N'
              PERFORM 065-GRAVAR-NEGADO
           ELSE
              MOVE ZEROS  TO WS-EX-QTDSEM
              MOVE ZEROS  TO WS-EX-SOMA
              MOVE SPACES TO WS-EX-NOME
              MOVE SPACES TO WS-EX-CURSO
              CLOSE ALUNHIST
              OPEN INPUT ALUNHIST
              MOVE 'N' TO WS-FIM-HIST
              PERFORM 035-LER-HISTORICO UNTIL WS-FIM-HIST = 'S'
              IF WS-EX-QTDSEM = ZEROS
                 PERFORM 060-GRAVAR-NAO-ENCONTRADO
              ELSE
                 PERFORM 050-FECHAR-EXTRATO
              END-IF
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
                 MOVE 'CGPRG027'     TO OA-PROGRAMA
                 MOVE WS-MOTIVO-CONS TO OA-TIPO
                 CALL 'CGOPAUT' USING OA-AREA
                 IF OA-AUTORIZADO = 'N'
                    MOVE 'N' TO WS-LIBERADA
                    MOVE 'OPERADOR NAO AUTORIZADO' TO WS-MOTIVO-NEG
                 END-IF
              END-IF
           END-IF
           .
       035-LER-HISTORICO.

           READ ALUNHIST NEXT
           .
      *--------------------------------------------------------------*
      *    FECHAMENTO DA PAGINA - NOME/CURSO, MEDIA ACUMULADA E
      *    SEMESTRES CURSADOS; O EXTRATO IMPRESSO VAI PARA O LOG DE
      *    ACESSO (UM REGISTRO POR ALUNO)
      *--------------------------------------------------------------*
       050-FECHAR-EXTRATO.

           WRITE WS-REG-HISTREL
           MOVE SPACES TO WS-REG-HISTREL
           WRITE WS-REG-HISTREL

           PERFORM 070-GRAVAR-ACESSO
           MOVE 'L'             TO AC-SITUACAO
           MOVE WS-NUMERO-CONS  TO AC-MATRICULA
           MOVE WS-EX-CURSO     TO AC-CURSO
           WRITE AC-REG-ACESSO
           .
      *--------------------------------------------------------------*
      *    MATRICULA SEM SEMESTRE NO HISTORICO - EXCEPREL, COMO O
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    PEDIDO NEGADO - EXCEPREL COM O MOTIVO E REGISTRO 'N' NO
      *    LOG DE ACESSO
      *--------------------------------------------------------------*
       065-GRAVAR-NEGADO.

           ADD 1 TO WS-CTNEGADO
           DISPLAY ' * EXTRATO NEGADO: ' WS-NUMERO-CONS
               ' OPERADOR ' WS-OPER-CONS ' - ' WS-MOTIVO-NEG

           MOVE 'CGPRG027'      TO EX-PROGRAMA
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
           MOVE 'CGPRG027'      TO AC-PROGRAMA
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
           MOVE 'MATRICULAS SEM HISTORICO'      TO CT-DESCRICAO
           MOVE WS-CTNAOENC          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG027'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'EXTRATOS NEGADOS'              TO CT-DESCRICAO
           MOVE WS-CTNEGADO          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE ALUNHIST
           CLOSE SYSIN
           CLOSE HISTREL
           CLOSE ACESSLOG
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' * EXTRATOS PEDIDOS........: ' WS-CTLIDO
           DISPLAY ' * EXTRATOS IMPRESSOS......: ' WS-CTPAGINAS
           DISPLAY ' * MATRICULAS SEM HISTORICO: ' WS-CTNAOENC
           DISPLAY ' * EXTRATOS NEGADOS........: ' WS-CTNEGADO
           DISPLAY ' * CODIGO DE RETORNO.......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
