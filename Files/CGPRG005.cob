           SELECT FREQUENCIA ASSIGN TO "FREQUENC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FREQUENCIA.
           SELECT ATRIBUI   ASSIGN TO "ATRIBUI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ATRIBUI.
           SELECT SYSIN     ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.
           SELECT ALUNDISC  ASSIGN TO "ALUNDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

      *-----> NOTAS POR DISCIPLINA - VARIOS REGISTROS POR ALUNO,
      *       CLASSIFICADOS POR MATRICULA; PROCESSADOS EM QUEBRA DE
      *       CONTROLE DEPOIS DA CARGA DO MESTRE. CADA NOTA TRAZ O
      *       CODIGO DO PROFESSOR QUE A LANCOU (CADASTRO PROFMST)
       FD  NOTASDIS
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-NOTADIS.
           05  ND-COD-DISCIPLINA      PIC X(08).
           05  ND-NOTA1               PIC 9(02)V99.
           05  ND-NOTA2               PIC 9(02)V99.
           05  ND-COD-PROFESSOR       PIC 9(05).
      *-----> CABECALHO E TRAILER PADRAO DO DECK DE NOTAS (HASH =
      *       SOMA DAS MATRICULAS)
       01  WS-REG-CABEC-NOTAS.
           05  FQ-AULAS-DADAS         PIC 9(03).
           05  FQ-AULAS-PRESENTES     PIC 9(03).

      *-----> ATRIBUICAO DE AULAS DO SEMESTRE - PROFESSOR X
      *       DISCIPLINA; NOTA LANCADA POR PROFESSOR NAO ATRIBUIDO A
      *       DISCIPLINA E REJEITADA NA FASE DE DISCIPLINAS
       FD  ATRIBUI
           LABEL RECORDS ARE STANDARD.
           COPY CGATRIBU.

      *-----> CARTAO DE PARAMETRO - SEMESTRE DAS NOTAS (AAAAS), LIDO
      *       SO QUANDO HA ATRIBUI
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-SEMESTRE.
               10  WS-PARM-ANO        PIC 9(04).
               10  WS-PARM-SEM        PIC 9(01).
           05  WS-PARM-SEMESTRE-N REDEFINES WS-PARM-SEMESTRE
                                      PIC 9(05).
           05  FILLER                 PIC X(75).

      *-----> DETALHE POR DISCIPLINA DO MESTRE - UM REGISTRO POR
      *       ALUNO + DISCIPLINA, AO LADO DO RESUMO DO ALUNOUT
       FD  ALUNDISC
           05  WS-CHN-NUM             PIC 9(13).
           05  WS-CHN-DIS             PIC X(08).

      *-----> CRITICA DO PROFESSOR QUE LANCOU A NOTA CONTRA O
      *       ATRIBUI - SEM O ARQUIVO A FASE SEGUE SEM CRITICAR O
      *       PROFESSOR (COMPORTAMENTO ANTIGO), COMO O CURSOCAT. SO
      *       VALE A ATRIBUICAO DO SEMESTRE DAS NOTAS (AAAAS, DO
      *       CARTAO SYSIN)
       01  WS-AREA-ATRIBUICAO.
           05  WS-FS-ATRIBUI          PIC X(02).
           05  WS-FS-SYSIN            PIC X(02).
           05  WS-MOTIVO-ATRIB        PIC X(30).
           05  WS-TEM-ATRIBUI         PIC X(01)   VALUE 'N'.
           05  WS-FIM-ATRIB           PIC X(01)   VALUE 'N'.
           05  WS-CTNOTAREJ           PIC 9(05)   VALUE ZEROS.
           05  WS-CTATROUTRO          PIC 9(05)   VALUE ZEROS.
           05  WS-SEM-ATRIB-N         PIC 9(05).
       77  WS-QTDE-ATRIB              PIC 9(04)   VALUE ZEROS.
       77  WS-AT-I                    PIC 9(04).
       77  WS-AT-ACHOU                PIC X(01).
       77  WS-PROF-PESQ               PIC 9(05).
       01  WS-TAB-ATRIBUICAO.
           05  WS-TAB-ATRIB  OCCURS 2000 TIMES.
               10  WS-AT-PROFESSOR      PIC 9(05).
               10  WS-AT-DISCIPLINA     PIC X(08).

      *-----> REPROVACOES POR NOTA X POR FALTA, POR CURSO - TABELA
      *       PARALELA A WS-TAB-CURSOS (MESMO INDICE), ALIMENTADA NA
      *       QUEBRA DE MATRICULA COM O CURSO DO MESTRE
              ELSE
                 MOVE 'S' TO WS-TEM-NOTASDIS
                 PERFORM 101-VALIDAR-CAB-NOTAS
                 IF WS-FIM-DISC NOT = 'S'
                    PERFORM 104-CARREGAR-ATRIBUI
                 END-IF
                 IF WS-FIM-DISC = 'S'
                    CLOSE NOTASDIS
                 ELSE
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR A ATRIBUICAO DE AULAS (PROFESSOR X DISCIPLINA) -
      *    O ARQUIVO E OPCIONAL; SEM ELE A NOTA NAO TEM O PROFESSOR
      *    CRITICADO, COMO ANTES. O ATRIBUI GUARDA OS SEMESTRES
      *    ANTERIORES: SO ENTRA O SEMESTRE DAS NOTAS, INFORMADO NO
      *    CARTAO SYSIN (AAAAS). CARTAO AUSENTE OU INVALIDO, OU
      *    NENHUMA ATRIBUICAO DO SEMESTRE, CANCELA A FASE DE
      *    DISCIPLINAS (RC=08) ANTES DE ABRIR O ALUNDISC - SEM ISSO
      *    TODAS AS NOTAS SERIAM REJEITADAS
      *--------------------------------------------------------------*
       104-CARREGAR-ATRIBUI.

           OPEN INPUT ATRIBUI
           IF WS-FS-ATRIBUI NOT = '00'
              DISPLAY ' * SEM ATRIBUI - FS=' WS-FS-ATRIBUI
                  ' - PROFESSOR DA NOTA NAO SERA CRITICADO'
           ELSE
              PERFORM 116-LER-CARTAO-SEMESTRE
              IF WS-FIM-DISC NOT = 'S'
                 MOVE 'S' TO WS-TEM-ATRIBUI
                 PERFORM 107-LER-ATRIBUICAO UNTIL WS-FIM-ATRIB = 'S'
                 DISPLAY ' * ATRIBUICOES DO SEMESTRE ' WS-SEM-ATRIB-N
                     ': ' WS-QTDE-ATRIB
                     ' (IGNORADAS DE OUTRO SEMESTRE: ' WS-CTATROUTRO ')'
                 IF WS-QTDE-ATRIB = ZEROS AND WS-FIM-DISC NOT = 'S'
                    MOVE 'ATRIBUI SEM O SEMESTRE' TO WS-MOTIVO-ATRIB
                    PERFORM 119-CANCELAR-DISCIPLINAS
                 END-IF
              END-IF
              CLOSE ATRIBUI
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O CARTAO COM O SEMESTRE DAS NOTAS (AAAAS)
      *--------------------------------------------------------------*
       116-LER-CARTAO-SEMESTRE.

           MOVE SPACES TO WS-MOTIVO-ATRIB
           OPEN INPUT SYSIN
           IF WS-FS-SYSIN NOT = '00'
              MOVE 'CARTAO DE SEMESTRE AUSENTE' TO WS-MOTIVO-ATRIB
           ELSE
              READ SYSIN
                  AT END
                      MOVE 'CARTAO DE SEMESTRE AUSENTE'
                          TO WS-MOTIVO-ATRIB
              END-READ
              CLOSE SYSIN
           END-IF
           IF WS-MOTIVO-ATRIB = SPACES
              IF WS-PARM-SEMESTRE-N NOT NUMERIC OR
                 WS-PARM-ANO < 2000 OR
                 (WS-PARM-SEM NOT = 1 AND WS-PARM-SEM NOT = 2)
                 MOVE 'CARTAO DE SEMESTRE INVALIDO' TO WS-MOTIVO-ATRIB
              ELSE
                 MOVE WS-PARM-SEMESTRE-N TO WS-SEM-ATRIB-N
              END-IF
           END-IF
           IF WS-MOTIVO-ATRIB NOT = SPACES
              PERFORM 119-CANCELAR-DISCIPLINAS
           END-IF
           .
       107-LER-ATRIBUICAO.

           READ ATRIBUI
               AT END
                   MOVE 'S' TO WS-FIM-ATRIB
               NOT AT END
                   IF AT-SEMESTRE NOT = WS-SEM-ATRIB-N
                      ADD 1 TO WS-CTATROUTRO
                   ELSE
                      MOVE AT-COD-DISCIPLINA TO WS-CHN-DIS
                      MOVE AT-COD-PROFESSOR  TO WS-PROF-PESQ
                      PERFORM 117-PROCURAR-ATRIBUICAO
                      IF WS-AT-ACHOU = 'N'
                         IF WS-QTDE-ATRIB < 2000
                            ADD 1 TO WS-QTDE-ATRIB
                            MOVE AT-COD-PROFESSOR TO
                                WS-AT-PROFESSOR (WS-QTDE-ATRIB)
                            MOVE AT-COD-DISCIPLINA TO
                                WS-AT-DISCIPLINA (WS-QTDE-ATRIB)
                         ELSE
                            MOVE 'TABELA ATRIBUI CHEIA (2000)' TO
                                WS-MOTIVO-ATRIB
                            PERFORM 119-CANCELAR-DISCIPLINAS
                         END-IF
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    O PROFESSOR DA NOTA (WS-PROF-PESQ) ESTA ATRIBUIDO A
      *    DISCIPLINA (WS-CHN-DIS)? UMA ATRIBUICAO EM QUALQUER TURMA
      *    DA DISCIPLINA BASTA
      *--------------------------------------------------------------*
       117-PROCURAR-ATRIBUICAO.

           MOVE 'N' TO WS-AT-ACHOU
           PERFORM 118-COMPARAR-ATRIBUICAO
              VARYING WS-AT-I FROM 1 BY 1
              UNTIL WS-AT-I > WS-QTDE-ATRIB OR WS-AT-ACHOU = 'S'
           .
       118-COMPARAR-ATRIBUICAO.

           IF WS-AT-PROFESSOR (WS-AT-I) = WS-PROF-PESQ AND
              WS-AT-DISCIPLINA (WS-AT-I) = WS-CHN-DIS
              MOVE 'S' TO WS-AT-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    ATRIBUI QUE NAO SERVE PARA CRITICAR AS NOTAS (MOTIVO EM
      *    WS-MOTIVO-ATRIB: CARTAO DE SEMESTRE, NENHUMA ATRIBUICAO DO
      *    SEMESTRE OU MAIS PARES PROFESSOR X DISCIPLINA QUE A TABELA)
      *    - A FASE DE DISCIPLINAS E PULADA COM RC=08, COMO NO ERRO DE
      *    DECK, EM VEZ DE LANCAR OU REJEITAR AS NOTAS SEM A CRITICA
      *--------------------------------------------------------------*
       119-CANCELAR-DISCIPLINAS.

           DISPLAY ' * ' WS-MOTIVO-ATRIB ' - FASE DE DISCIPLINAS '
               'CANCELADA'
           MOVE 'S' TO WS-FIM-ATRIB
           MOVE 'S' TO WS-DECK-ERRO
           MOVE 'S' TO WS-FIM-DISC
           MOVE 'CGPRG005'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ALUNOS'        TO EX-SUBSISTEMA
           MOVE 'ATRIBUI'       TO EX-CHAVE
           MOVE WS-MOTIVO-ATRIB TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    NOTA LANCADA POR PROFESSOR NAO ATRIBUIDO A DISCIPLINA - NAO
      *    ENTRA NO ALUNDISC NEM NO GPA; VAI PARA O EXCEPREL PARA A
      *    SECRETARIA CONFIRMAR COM O PROFESSOR
      *--------------------------------------------------------------*
       109-REJEITAR-NOTA.

           ADD 1 TO WS-CTNOTAREJ
           DISPLAY ' * NOTA REJEITADA - MATRICULA ' ND-NUMERO-ALU
               ' DISCIPLINA ' ND-COD-DISCIPLINA ' PROFESSOR '
               ND-COD-PROFESSOR ' NAO ATRIBUIDO'
           MOVE 'CGPRG005'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ALUNOS'        TO EX-SUBSISTEMA
           MOVE SPACES          TO EX-CHAVE
           MOVE ND-NUMERO-ALU   TO EX-CHAVE
           MOVE SPACES          TO EX-MOTIVO
           STRING 'PROF '              DELIMITED BY SIZE
                  ND-COD-PROFESSOR     DELIMITED BY SIZE
                  ' SEM ATRIB '        DELIMITED BY SIZE
                  ND-COD-DISCIPLINA    DELIMITED BY SIZE
             INTO EX-MOTIVO
           END-STRING
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    ABRIR O JORNAL DE AUDITORIA DO MESTRE - SEMPRE EM EXTEND,
      *    DATASET PERMANENTE (MESMO DO CGPRG008); NA 1A VEZ (FILE
      *    STATUS 35) ABRE EM OUTPUT
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    NOTA DE PROFESSOR NAO ATRIBUIDO E REJEITADA; AS DEMAIS
      *    ENTRAM NA QUEBRA DE CONTROLE POR MATRICULA
      *--------------------------------------------------------------*
       110-PROCESSAR-NOTADIS.

           MOVE 'S' TO WS-AT-ACHOU
           IF WS-TEM-ATRIBUI = 'S'
              MOVE ND-COD-PROFESSOR  TO WS-PROF-PESQ
              MOVE ND-COD-DISCIPLINA TO WS-CHN-DIS
              PERFORM 117-PROCURAR-ATRIBUICAO
           END-IF
           IF WS-AT-ACHOU = 'S'
              PERFORM 111-GRAVAR-DISCIPLINA
           ELSE
              PERFORM 109-REJEITAR-NOTA
           END-IF

           PERFORM 105-LER-NOTADIS
           .
       111-GRAVAR-DISCIPLINA.

           IF WS-NUMERO-QUEBRA NOT = ZEROS AND
              ND-NUMERO-ALU NOT = WS-NUMERO-QUEBRA
              PERFORM 120-FECHAR-ALUNO
                      ADD 1 TO WS-ALU-REPNOTA
                   END-IF
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    CASAR A FREQUENCIA COM A DISCIPLINA CORRENTE (OS DOIS
           IF WS-CTLIDO = ZEROS
              MOVE 08 TO LK-COD-RETORNO
           ELSE
              IF WS-CTREJEIT > ZEROS OR WS-CTNOTAREJ > ZEROS
                 MOVE 04 TO LK-COD-RETORNO
              ELSE
                 MOVE 00 TO LK-COD-RETORNO
                 MOVE WS-CTREPFALTA       TO CT-VALOR
                 WRITE WS-REG-CTLTOTAL
              END-IF
              IF WS-TEM-ATRIBUI = 'S'
                 MOVE 'CGPRG005'          TO CT-PROGRAMA
                 MOVE WS-DATA-EXEC        TO CT-DATA-EXECUCAO
                 MOVE 'NOTAS DE PROF. NAO ATRIBUIDO' TO CT-DESCRICAO
                 MOVE WS-CTNOTAREJ        TO CT-VALOR
                 WRITE WS-REG-CTLTOTAL
              END-IF
           END-IF

      *    CONFERIR OS CONTADORES DO FECHAMENTO CONTRA OS LIMITES
                 DISPLAY ' * REPROVACOES POR FALTA.......: '
                     WS-CTREPFALTA
              END-IF
              IF WS-TEM-ATRIBUI = 'S'
                 DISPLAY ' * NOTAS DE PROF. NAO ATRIBUIDO: '
                     WS-CTNOTAREJ
              END-IF
           END-IF
           DISPLAY ' * CODIGO DE RETORNO...........: ' LK-COD-RETORNO
           DISPLAY ' *========================================*'
