      *    QUE O BALCAO PRECISA QUANDO O ALUNO NAO SABE A MATRICULA.  *
      *    NOME SEM NENHUM ALUNO VAI PARA O EXCEPREL COM O MOTIVO     *
      *    NAO ENCONTRADO, COMO O CGPRG015 FAZ COM AS MATRICULAS.     *
      *    CADA CARTAO TRAZ O OPERADOR E O MOTIVO DA CONSULTA,        *
      *    CONFERIDOS NO AUTORIZADOR CGOPAUT (O MOTIVO E O TIPO DA    *
      *    TRANSACAO NO OPERAUT); PEDIDO NEGADO VAI PARA O EXCEPREL.  *
      *    TODO ALUNO DEVOLVIDO E TODO PEDIDO NEGADO FICAM NO LOG DE  *
      *    ACESSO ACESSLOG (LAYOUT CGACSLOG).                         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               FILE STATUS IS WS-FS-ALUNOUT.
           SELECT NOMEREL   ASSIGN TO "NOMEREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACESSLOG  ASSIGN TO "ACESSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACESSLOG.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CONSULTA.
           05  WS-NOME-CONS           PIC X(25).
           05  WS-OPER-CONS           PIC X(08).
           05  WS-MOTIVO-CONS         PIC X(01).

       FD  NOMEXRF
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-NOMEREL             PIC X(80).

       FD  ACESSLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGACSLOG.

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.
           05  WS-CTACHADOS           PIC 9(05) VALUE ZEROS.
           05  WS-CTNAOENC            PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMMESTRE         PIC 9(04) VALUE ZEROS.
           05  WS-CTNEGADO            PIC 9(04) VALUE ZEROS.
           05  WS-FS-ACESSLOG         PIC X(02).
           05  WS-FS-NOMEXRF          PIC X(02).
           05  WS-FS-ALUNOUT          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-ACHOU-NOME          PIC X(01).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-HORA-AGORA          PIC 9(08).
           05  WS-LIBERADA            PIC X(01).
           05  WS-MOTIVO-NEG          PIC X(30).

      *-----> COMPARACAO DO NOME PARCIAL - O TEXTO DO CARTAO E
      *       PROCURADO EM QUALQUER POSICAO DO NOME DO XRF
           05 CN-CUR               PIC X(12).
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
           OPEN OUTPUT NOMEREL
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
      *    LEITURA DO PROXIMO NOME A CONSULTAR - VIA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.
           .
      *--------------------------------------------------------------*
      *    VARRER O NOMEXRF PROCURANDO O NOME (COMPLETO OU PARCIAL)
      *    DO CARTAO - CADA MATRICULA CASADA E RESOLVIDA NO MESTRE;
      *    PEDIDO SEM AUTORIZACAO NEM CHEGA AO XRF
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 032-MEDIR-CONSULTA
           PERFORM 031-AUTORIZAR-CONSULTA
           IF WS-LIBERADA = 'N'
              PERFORM 065-GRAVAR-NEGADO
           ELSE
              IF WS-TAM-CONS = ZEROS
                 MOVE 'NOME EM BRANCO NO CARTAO' TO EX-MOTIVO
                 PERFORM 060-GRAVAR-NAO-ENCONTRADO
              ELSE
                 MOVE SPACES TO WS-REG-NOMEREL
                 STRING 'CONSULTA: ' DELIMITED BY SIZE
                        WS-NOME-CONS DELIMITED BY SIZE
                   INTO WS-REG-NOMEREL
                 END-STRING
                 WRITE WS-REG-NOMEREL
                 MOVE 'N' TO WS-ACHOU-NOME
                 MOVE 'N' TO WS-FIM-XRF
                 OPEN INPUT NOMEXRF
                 IF WS-FS-NOMEXRF NOT = '00'
                    DISPLAY ' * ERRO ABRINDO NOMEXRF - FS='
                        WS-FS-NOMEXRF
                    MOVE 'S' TO WS-FIM-XRF
                 END-IF
                 PERFORM 035-LER-NOMEXRF UNTIL WS-FIM-XRF = 'S'
                 IF WS-FS-NOMEXRF = '00' OR WS-FS-NOMEXRF = '10'
                    CLOSE NOMEXRF
                 END-IF
                 IF WS-ACHOU-NOME = 'N'
                    MOVE 'NOME NAO ENCONTRADO NO MESTRE' TO EX-MOTIVO
                    PERFORM 060-GRAVAR-NAO-ENCONTRADO
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    OPERADOR E MOTIVO DO CARTAO - O MOTIVO TEM QUE SER UM DOS
      *    CODIGOS DO CGACSLOG E ESTAR LIBERADO AO OPERADOR NO
      *    OPERAUT PARA ESTE PROGRAMA
      *--------------------------------------------------------------*
       031-AUTORIZAR-CONSULTA.

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
                 MOVE 'CGPRG025'     TO OA-PROGRAMA
                 MOVE WS-MOTIVO-CONS TO OA-TIPO
                 CALL 'CGOPAUT' USING OA-AREA
                 IF OA-AUTORIZADO = 'N'
                    MOVE 'N' TO WS-LIBERADA
                    MOVE 'OPERADOR NAO AUTORIZADO' TO WS-MOTIVO-NEG
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    TAMANHO UTIL DO NOME CONSULTADO (SEM OS BRANCOS A DIREITA)
      *--------------------------------------------------------------*
       032-MEDIR-CONSULTA.
                   DISPLAY WS-REG-LINHA
                   MOVE WS-REG-LINHA TO WS-REG-NOMEREL
                   WRITE WS-REG-NOMEREL
                   PERFORM 070-GRAVAR-ACESSO
                   MOVE 'L'             TO AC-SITUACAO
                   MOVE FD-NUMERO-ALU   TO AC-MATRICULA
                   MOVE FD-CURSO-ALU    TO AC-CURSO
                   WRITE AC-REG-ACESSO
           END-READ
           .
      *--------------------------------------------------------------*
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    PEDIDO NEGADO - EXCEPREL COM O MOTIVO E REGISTRO 'N' NO
      *    LOG DE ACESSO (SEM MATRICULA - O PEDIDO E POR NOME)
      *--------------------------------------------------------------*
       065-GRAVAR-NEGADO.

           ADD 1 TO WS-CTNEGADO
           DISPLAY ' * CONSULTA NEGADA: ' WS-NOME-CONS
               ' OPERADOR ' WS-OPER-CONS ' - ' WS-MOTIVO-NEG

           MOVE 'CGPRG025'           TO EX-PROGRAMA
           MOVE WS-DATA-EXEC         TO EX-DATA-EXECUCAO
           MOVE 'ALUNOS'             TO EX-SUBSISTEMA
           MOVE WS-NOME-CONS (1:13)  TO EX-CHAVE
           MOVE WS-MOTIVO-NEG        TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL

           PERFORM 070-GRAVAR-ACESSO
           MOVE 'N'                  TO AC-SITUACAO
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
           MOVE 'CGPRG025'      TO AC-PROGRAMA
           MOVE WS-MOTIVO-CONS  TO AC-MOTIVO
           MOVE WS-NOME-CONS    TO AC-CONSULTA
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
           MOVE 'NOMES NAO ENCONTRADOS'         TO CT-DESCRICAO
           MOVE WS-CTNAOENC          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG025'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CONSULTAS NEGADAS'             TO CT-DESCRICAO
           MOVE WS-CTNEGADO          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE ALUNOUT
           CLOSE SYSIN
           CLOSE NOMEREL
           CLOSE ACESSLOG
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' * ALUNOS LISTADOS.........: ' WS-CTACHADOS
           DISPLAY ' * NOMES NAO ENCONTRADOS...: ' WS-CTNAOENC
           DISPLAY ' * XRF SEM ALUNO NO MESTRE.: ' WS-CTSEMMESTRE
           DISPLAY ' * CONSULTAS NEGADAS.......: ' WS-CTNEGADO
           DISPLAY ' * CODIGO DE RETORNO.......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
