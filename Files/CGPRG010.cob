      *    UMA PAGINA FORMATADA POR ALUNO (NOTAS, MEDIA, SITUACAO,    *
      *    MEDIA DO CURSO E POSICAO NO RANKING), PRONTA PARA SER      *
      *    ENTREGUE AO ALUNO, SEM GARIMPAR O SPOOL CONSOLIDADO.       *
      *    O CARTAO SYSIN TRAZ O OPERADOR E O MOTIVO DA EMISSAO,      *
      *    CONFERIDOS NO AUTORIZADOR CGOPAUT (O MOTIVO E O TIPO DA    *
      *    TRANSACAO NO OPERAUT). SEM CARTAO OU SEM AUTORIZACAO NENHUM*
      *    BOLETIM E IMPRESSO (RC 08). CADA BOLETIM IMPRESSO E O      *
      *    PEDIDO NEGADO FICAM NO LOG DE ACESSO ACESSLOG (CGACSLOG).  *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-NUMERO-ALU
               FILE STATUS IS WS-FS-ALUNOUT.
           SELECT SYSIN     ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.
           SELECT ACESSLOG  ASSIGN TO "ACESSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACESSLOG.
           SELECT TRANSREL  ASSIGN TO "TRANSREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSREL.
           LABEL RECORDS ARE STANDARD.
           COPY CGALUNOF.

      *-----> CARTAO: OPERADOR E MOTIVO DA EMISSAO DOS BOLETINS
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-SYSIN               PIC X(09).

       FD  ACESSLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGACSLOG.

       FD  TRANSREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-TRANSREL            PIC X(80).
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTPAGINAS           PIC 9(07) VALUE ZEROS.
           05  WS-FS-ALUNOUT          PIC X(02).
           05  WS-FS-SYSIN            PIC X(02).
           05  WS-FS-ACESSLOG         PIC X(02).
           05  WS-FS-TRANSREL         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-RNK-POSICAO         PIC 9(07).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-HORA-AGORA          PIC 9(08).
           05  WS-LIBERADA            PIC X(01).
           05  WS-MOTIVO-NEG          PIC X(30).

      *-----> CARTAO DO OPERADOR, GUARDADO PARA O LOG DE ACESSO
       01  WS-REG-CARTAO.
           05  WS-OPER-CONS           PIC X(08).
           05  WS-MOTIVO-CONS         PIC X(01).

      *-----> DISTRIBUICAO DE FREQUENCIA DAS MEDIAS DA PRIMEIRA
      *       PASSADA - A MEDIA SO TEM 1001 VALORES POSSIVEIS (00,00
       01  WS-SOUT-MEDIA              PIC Z9,99.
       01  WS-SOUT-MEDCUR             PIC Z9,99.
       01  WS-SOUT-POSICAO            PIC ZZZZZZ9.

      *-----> AREA DO AUTORIZADOR DE OPERADORES (CGOPAUT) - O TIPO
      *       DA TRANSACAO E O MOTIVO DA EMISSAO (VER CGACSLOG)
           COPY CGOPAUTA.
      *
       PROCEDURE DIVISION.
      *==================*
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - OPERADOR SEM AUTORIZACAO NAO
      *    CHEGA A ABRIR O MESTRE (RC 08)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           PERFORM 014-ABRIR-ACESSLOG
           PERFORM 015-LER-CARTAO
           PERFORM 016-AUTORIZAR-EMISSAO
           IF WS-LIBERADA = 'N'
              PERFORM 017-GRAVAR-NEGADO
              CLOSE ACESSLOG
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              DISPLAY 'OPERADOR: ' WS-OPER-CONS
                  ' - MOTIVO: ' WS-MOTIVO-CONS
              OPEN INPUT ALUNOUT
              IF WS-FS-ALUNOUT NOT = '00'
                 DISPLAY ' * ERRO ABRINDO ALUNOUT - FS=' WS-FS-ALUNOUT
                 CLOSE ACESSLOG
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN OUTPUT TRANSREL
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 025-LER-ALUNOUT
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
      *    CARTAO DO OPERADOR - SEM CARTAO O OPERADOR FICA EM BRANCO
      *    E A EMISSAO E NEGADA
      *--------------------------------------------------------------*
       015-LER-CARTAO.

           MOVE SPACES TO WS-REG-CARTAO
           OPEN INPUT SYSIN
           IF WS-FS-SYSIN = '00'
              READ SYSIN
                  AT END
                      MOVE SPACES TO WS-REG-CARTAO
                  NOT AT END
                      MOVE WS-REG-SYSIN TO WS-REG-CARTAO
              END-READ
              CLOSE SYSIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    OPERADOR E MOTIVO DO CARTAO - O MOTIVO TEM QUE SER UM DOS
      *    CODIGOS DO CGACSLOG E ESTAR LIBERADO AO OPERADOR NO
      *    OPERAUT PARA ESTE PROGRAMA
      *--------------------------------------------------------------*
       016-AUTORIZAR-EMISSAO.

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
                 MOVE 'CGPRG010'     TO OA-PROGRAMA
                 MOVE WS-MOTIVO-CONS TO OA-TIPO
                 CALL 'CGOPAUT' USING OA-AREA
                 IF OA-AUTORIZADO = 'N'
                    MOVE 'N' TO WS-LIBERADA
                    MOVE 'OPERADOR NAO AUTORIZADO' TO WS-MOTIVO-NEG
                 END-IF
              END-IF
           END-IF
           .
       017-GRAVAR-NEGADO.

           DISPLAY ' * EMISSAO DOS BOLETINS NEGADA - OPERADOR '
               WS-OPER-CONS ' - ' WS-MOTIVO-NEG
           PERFORM 075-GRAVAR-ACESSO
           MOVE 'N'             TO AC-SITUACAO
           WRITE AC-REG-ACESSO
           .
      *--------------------------------------------------------------*
      *    LEITURA DO PROXIMO ALUNO DO MESTRE ALUNOUT
      *--------------------------------------------------------------*
       025-LER-ALUNOUT.
           MOVE SPACES TO WS-REG-TRANSREL
           WRITE WS-REG-TRANSREL
           ADD 1 TO WS-CTPAGINAS
           PERFORM 075-GRAVAR-ACESSO
           MOVE 'L'             TO AC-SITUACAO
           MOVE FD-NUMERO-ALU   TO AC-MATRICULA
           MOVE FD-CURSO-ALU    TO AC-CURSO
           WRITE AC-REG-ACESSO

           PERFORM 025-LER-ALUNOUT
           .
           END-IF
           .
      *--------------------------------------------------------------*
      *    PARTE COMUM DO REGISTRO DO LOG DE ACESSO - QUEM CHAMA
      *    COMPLETA SITUACAO, MATRICULA E CURSO E GRAVA
      *--------------------------------------------------------------*
       075-GRAVAR-ACESSO.

           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE SPACES          TO AC-REG-ACESSO
           MOVE ZEROS           TO AC-MATRICULA
           MOVE WS-DATA-HOJE    TO AC-DATA
           DIVIDE WS-HORA-AGORA BY 100 GIVING AC-HORA
           MOVE WS-OPER-CONS    TO AC-OPERADOR
           MOVE 'CGPRG010'      TO AC-PROGRAMA
           MOVE WS-MOTIVO-CONS  TO AC-MOTIVO
           MOVE 'BOLETIM DE TODA A TURMA' TO AC-CONSULTA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE ALUNOUT
           CLOSE TRANSREL
           CLOSE ACESSLOG
           CLOSE CTLTOTAL

           IF WS-CTLIDO = ZEROS
