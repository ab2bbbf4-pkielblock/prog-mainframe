       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG061.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 29/09/2026.
       DATE-COMPILED. 29/09/2026.
      *--------------------------------------------------------------*
      *    CONTROLE DE ENTREGA DE NOTAS - O ATRASO DE NOTA SO ERA     *
      *    PERCEBIDO DEPOIS QUE O CGPRG005 JA TINHA RODADO SEM ELA.   *
      *    ESTE PROGRAMA CASA OS ALUNOS MATRICULADOS DO SEMESTRE      *
      *    (ALOCACAO DO CGPRG060, SITUACAO 'M') COM AS NOTAS JA       *
      *    RECEBIDAS NO DECK NOTASDIS E, PELA ATRIBUICAO DE AULAS     *
      *    (ATRIBUI, LAYOUT CGATRIBU), LISTA POR PROFESSOR AS         *
      *    DISCIPLINAS/TURMAS QUE AINDA TEM ALUNO SEM NOTA, COM OS    *
      *    DIAS QUE FALTAM PARA O PRAZO DE ENTREGA (OU HA QUANTOS     *
      *    DIAS ELE VENCEU). NOME, DEPARTAMENTO E E-MAIL DO           *
      *    PROFESSOR VEM DO CADASTRO PROFMST (LAYOUT CGPROFES).       *
      *    NOTA LANCADA POR PROFESSOR NAO ATRIBUIDO A DISCIPLINA NAO  *
      *    CONTA COMO ENTREGUE (O CGPRG005 VAI REJEITA-LA) E VAI      *
      *    PARA O EXCEPREL; TURMA COM ALUNO E SEM PROFESSOR           *
      *    ATRIBUIDO TAMBEM.                                          *
      *    CARTAO DE PARAMETRO (SYSIN): SEMESTRE (AAAAS) E PRAZO DE   *
      *    ENTREGA DAS NOTAS (AAAAMMDD). OS DIAS SAO CONTADOS NO      *
      *    CALENDARIO COMERCIAL (MES DE 30 DIAS), COMO NO CGPRG048.   *
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
           SELECT PROFMST   ASSIGN TO "PROFMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PROFMST.
           SELECT ATRIBUI   ASSIGN TO "ATRIBUI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ATRIBUI.
           SELECT ALOCACAO  ASSIGN TO "ALOCACAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ALOCACAO.
           SELECT NOTASDIS  ASSIGN TO "NOTASDIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOTASDIS.
           SELECT CASAMENT  ASSIGN TO "SORTWK01".
           SELECT CONTNOTA  ASSIGN TO "CONTNOTA"
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
      *-----> CARTAO DE PARAMETRO - SEMESTRE E PRAZO DE ENTREGA
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-SEMESTRE.
               10  WS-PARM-ANO        PIC 9(04).
               10  WS-PARM-SEM        PIC 9(01).
           05  WS-PARM-SEMESTRE-N REDEFINES WS-PARM-SEMESTRE
                                      PIC 9(05).
           05  WS-PARM-PRAZO.
               10  WS-PRAZO-ANO       PIC 9(04).
               10  WS-PRAZO-MES       PIC 9(02).
               10  WS-PRAZO-DIA       PIC 9(02).
           05  WS-PARM-PRAZO-N REDEFINES WS-PARM-PRAZO
                                      PIC 9(08).
           05  FILLER                 PIC X(67).

       FD  PROFMST
           LABEL RECORDS ARE STANDARD.
           COPY CGPROFES.

       FD  ATRIBUI
           LABEL RECORDS ARE STANDARD.
           COPY CGATRIBU.

       FD  ALOCACAO
           LABEL RECORDS ARE STANDARD.
           COPY CGALOCAC.

      *-----> NOTAS POR DISCIPLINA JA RECEBIDAS (MESMO DECK DO
      *       CGPRG005, COM CABECALHO E TRAILER PADRAO)
       FD  NOTASDIS
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-NOTADIS.
           05  ND-NUMERO-ALU          PIC 9(13).
           05  ND-COD-DISCIPLINA      PIC X(08).
           05  ND-NOTA1               PIC 9(02)V99.
           05  ND-NOTA2               PIC 9(02)V99.
           05  ND-COD-PROFESSOR       PIC 9(05).
       01  WS-REG-CABEC-NOTAS.
           05 CB-ROTULO-ND         PIC X(03).
           05 CB-ORIGEM-ND         PIC X(08).
           05 CB-DATA-ND           PIC 9(08).
           05 CB-QTDPREV-ND        PIC 9(07).

      *-----> CASAMENTO ALUNO MATRICULADO X NOTA RECEBIDA - POR
      *       MATRICULA + DISCIPLINA, A NOTA ('G') ANTES DA
      *       MATRICULA NA TURMA ('M')
       SD  CASAMENT.
       01  SN-REG-CASAMENTO.
           05  SN-NUMERO-ALU       PIC 9(13).
           05  SN-COD-DISCIPLINA   PIC X(08).
           05  SN-TIPO             PIC X(01).
           05  SN-TURMA            PIC X(03).

       FD  CONTNOTA
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CONTNOTA            PIC X(80).

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
           05  WS-ABEND               PIC X(01) VALUE "N".
           05  WS-FIM-AUX             PIC X(01).
           05  WS-TEM-NOTASDIS        PIC X(01) VALUE "N".
           05  WS-CTATRIB             PIC 9(05) VALUE ZEROS.
           05  WS-CTMATRIC            PIC 9(07) VALUE ZEROS.
           05  WS-CTNOTAS             PIC 9(07) VALUE ZEROS.
           05  WS-CTNOTAREJ           PIC 9(05) VALUE ZEROS.
           05  WS-CTOUTROSEM          PIC 9(05) VALUE ZEROS.
           05  WS-CTCOMNOTA           PIC 9(07) VALUE ZEROS.
           05  WS-CTSEMNOTA           PIC 9(07) VALUE ZEROS.
           05  WS-CTTURMAPEND         PIC 9(05) VALUE ZEROS.
           05  WS-CTPROFPEND          PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMPROF           PIC 9(05) VALUE ZEROS.
           05  WS-CTSPFORA            PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-FS-PROFMST          PIC X(02).
           05  WS-FS-ATRIBUI          PIC X(02).
           05  WS-FS-ALOCACAO         PIC X(02).
           05  WS-FS-NOTASDIS         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).
           05  WS-PROF-PESQ           PIC 9(05).
           05  WS-DISC-PESQ           PIC X(08).
           05  WS-TURMA-PESQ          PIC X(03).
           05  WS-CHAVE-ANTERIOR      PIC X(16).

      *-----> CHAVE DA ULTIMA NOTA RECEBIDA NO CASAMENTO
       01  WS-CHAVE-NOTA.
           05  WS-CN-NUMERO           PIC 9(13) VALUE ZEROS.
           05  WS-CN-DISCIPLINA       PIC X(08) VALUE SPACES.

      *-----> CONTAGEM DOS DIAS ATE O PRAZO (MES DE 30 DIAS)
       01  WS-DATA-DESDOBRADA.
           05  FILLER                 PIC 9(02).
           05  WS-DD-ANO2             PIC 9(02).
           05  WS-DD-MES              PIC 9(02).
           05  WS-DD-DIA              PIC 9(02).
       77  WS-DIAS-HOJE               PIC 9(07).
       77  WS-DIAS-PRAZO              PIC 9(07).
       77  WS-DIAS-FALTAM             PIC S9(05).
       77  WS-DIAS-SOUT               PIC 9(03).
       77  WS-PRAZO-VENCIDO           PIC X(01) VALUE 'N'.

      *-----> CADASTRO DE PROFESSORES CARREGADO DO PROFMST
       77  WS-QTDE-PROF               PIC 9(03) VALUE ZEROS.
       77  WS-PF-I                    PIC 9(03).
       77  WS-PF-IDX                  PIC 9(03).
       77  WS-PF-ACHOU                PIC X(01).
       01  WS-TAB-PROFESSORES.
           05  WS-PROFESSOR  OCCURS 300 TIMES.
               10  WS-PF-CODIGO         PIC 9(05).
               10  WS-PF-NOME           PIC X(30).
               10  WS-PF-DEPTO          PIC 9(04).
               10  WS-PF-EMAIL          PIC X(30).
               10  WS-PF-ATIVO          PIC X(01).

      *-----> ATRIBUICAO DO SEMESTRE, NA ORDEM DO ARQUIVO (POR
      *       PROFESSOR), COM OS ALUNOS COM E SEM NOTA DE CADA TURMA
       77  WS-QTDE-ATRIB              PIC 9(03) VALUE ZEROS.
       77  WS-AT-I                    PIC 9(03).
       77  WS-AT-IDX                  PIC 9(03).
       77  WS-AT-ACHOU                PIC X(01).
       01  WS-TAB-ATRIBUICAO.
           05  WS-ATRIB  OCCURS 500 TIMES.
               10  WS-AT-PROFESSOR      PIC 9(05).
               10  WS-AT-DISCIPLINA     PIC X(08).
               10  WS-AT-TURMA          PIC X(03).
               10  WS-AT-PF-IDX         PIC 9(03).
               10  WS-AT-ALUNOS         PIC 9(05).
               10  WS-AT-COMNOTA        PIC 9(05).
               10  WS-AT-SEMNOTA        PIC 9(05).

      *-----> TURMAS COM ALUNO MATRICULADO E SEM PROFESSOR ATRIBUIDO
       77  WS-QTDE-SEMPROF            PIC 9(03) VALUE ZEROS.
       77  WS-SP-I                    PIC 9(03).
       77  WS-SP-ACHOU                PIC X(01).
       01  WS-TAB-SEMPROF.
           05  WS-SEMPROF  OCCURS 200 TIMES.
               10  WS-SP-DISCIPLINA     PIC X(08).
               10  WS-SP-TURMA          PIC X(03).
               10  WS-SP-ALUNOS         PIC 9(05).

      *-----> QUEBRA POR PROFESSOR NO RELATORIO
       77  WS-TEM-QUEBRA              PIC X(01) VALUE 'N'.
       77  WS-PROF-QUEBRA             PIC 9(05).
       77  WS-PQ-TURMAS               PIC 9(03).
       77  WS-PQ-SEMNOTA              PIC 9(05).
       77  WS-PCT-ENTREGUE            PIC 9(03)V9.

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-DISC.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LD-DISCIPLINA       PIC X(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LD-TURMA            PIC X(03).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LD-ALUNOS           PIC ZZZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LD-COMNOTA          PIC ZZZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LD-SEMNOTA          PIC ZZZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LD-PCT              PIC ZZ9,9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-LD-SITUACAO         PIC X(18).
       01  WS-LIN-RESUMO.
           05  WS-LR-DESCRICAO        PIC X(40).
           05  WS-LR-VALOR            PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(33) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG061.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG061 - CONTROLE DE ENTREGA DE NOTAS"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              SORT CASAMENT
                  ON ASCENDING KEY SN-NUMERO-ALU
                                   SN-COD-DISCIPLINA
                                   SN-TIPO
                  INPUT PROCEDURE IS 200-LIBERAR-CASAMENTO
                  OUTPUT PROCEDURE IS 080-CASAR-NOTAS
              PERFORM 085-IMPRIMIR-CONTROLE
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           OPEN INPUT SYSIN
           READ SYSIN
               AT END
                   DISPLAY ' * ERRO: CARTAO DE PARAMETRO AUSENTE'
                   MOVE 'S' TO WS-ABEND
                   MOVE 08  TO RETURN-CODE
           END-READ
           CLOSE SYSIN
           IF WS-ABEND NOT = 'S'
              PERFORM 011-VALIDAR-PARAMETRO
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              PERFORM 005-CARREGAR-PROFESSORES
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 015-CARREGAR-ATRIBUI
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT ALOCACAO
              IF WS-FS-ALOCACAO NOT = '00'
                 DISPLAY ' * ERRO ABRINDO ALOCACAO - FS='
                     WS-FS-ALOCACAO
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT NOTASDIS
              IF WS-FS-NOTASDIS = '00'
                 MOVE 'S' TO WS-TEM-NOTASDIS
              ELSE
                 DISPLAY ' * NOTASDIS VAZIO OU AUSENTE - FS='
                     WS-FS-NOTASDIS ' - NENHUMA NOTA RECEBIDA'
              END-IF
              OPEN OUTPUT CONTNOTA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CARTAO DE PARAMETRO E CONTAR OS DIAS ATE O
      *    PRAZO DE ENTREGA
      *--------------------------------------------------------------*
       011-VALIDAR-PARAMETRO.

           IF WS-PARM-SEMESTRE-N NOT NUMERIC OR
              WS-PARM-ANO < 2000 OR
              (WS-PARM-SEM NOT = 1 AND WS-PARM-SEM NOT = 2)
              DISPLAY ' * ERRO: SEMESTRE INVALIDO: ' WS-PARM-SEMESTRE
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              IF WS-PARM-PRAZO-N NOT NUMERIC OR
                 WS-PRAZO-ANO < 2000 OR
                 WS-PRAZO-MES < 01 OR WS-PRAZO-MES > 12 OR
                 WS-PRAZO-DIA < 01 OR WS-PRAZO-DIA > 31
                 DISPLAY ' * ERRO: PRAZO DE ENTREGA INVALIDO: '
                     WS-PARM-PRAZO
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 MOVE WS-DATA-EXEC TO WS-DATA-DESDOBRADA
                 COMPUTE WS-DIAS-HOJE = ((2000 + WS-DD-ANO2) * 360) +
                     (WS-DD-MES * 30) + WS-DD-DIA
                 COMPUTE WS-DIAS-PRAZO = (WS-PRAZO-ANO * 360) +
                     (WS-PRAZO-MES * 30) + WS-PRAZO-DIA
                 COMPUTE WS-DIAS-FALTAM = WS-DIAS-PRAZO - WS-DIAS-HOJE
                 IF WS-DIAS-FALTAM < ZEROS
                    MOVE 'S' TO WS-PRAZO-VENCIDO
                 END-IF
                 DISPLAY 'SEMESTRE..................: ' WS-PARM-ANO '/'
                     WS-PARM-SEM
                 DISPLAY 'PRAZO DE ENTREGA DAS NOTAS: ' WS-PRAZO-DIA '/'
                     WS-PRAZO-MES '/' WS-PRAZO-ANO
              END-IF
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
      *    CARREGAR O CADASTRO DE PROFESSORES - OBRIGATORIO
      *--------------------------------------------------------------*
       005-CARREGAR-PROFESSORES.

           OPEN INPUT PROFMST
           IF WS-FS-PROFMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO PROFMST - FS=' WS-FS-PROFMST
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 006-LER-PROFESSOR UNTIL WS-FIM-AUX = 'S'
              CLOSE PROFMST
              DISPLAY ' * PROFESSORES CADASTRADOS: ' WS-QTDE-PROF
           END-IF
           .
       006-LER-PROFESSOR.

           READ PROFMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF WS-QTDE-PROF < 300
                      ADD 1 TO WS-QTDE-PROF
                      MOVE PF-COD-PROFESSOR TO
                          WS-PF-CODIGO (WS-QTDE-PROF)
                      MOVE PF-NOME   TO WS-PF-NOME (WS-QTDE-PROF)
                      MOVE PF-DEPTO  TO WS-PF-DEPTO (WS-QTDE-PROF)
                      MOVE PF-EMAIL  TO WS-PF-EMAIL (WS-QTDE-PROF)
                      MOVE PF-ATIVO  TO WS-PF-ATIVO (WS-QTDE-PROF)
                   ELSE
                      DISPLAY ' * TABELA DE PROFESSORES CHEIA (300)'
                      MOVE 'S' TO WS-FIM-AUX
                      MOVE 'S' TO WS-ABEND
                      MOVE 08  TO RETURN-CODE
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR A ATRIBUICAO DO SEMESTRE - OBRIGATORIA E
      *    CLASSIFICADA POR PROFESSOR + DISCIPLINA + TURMA (A ORDEM
      *    DO RELATORIO); REGISTRO DE OUTRO SEMESTRE OU FORA DE
      *    SEQUENCIA CANCELA O RUN. PROFESSOR FORA DO CADASTRO OU
      *    INATIVO VAI PARA O EXCEPREL, MAS A TURMA CONTINUA COBRADA
      *--------------------------------------------------------------*
       015-CARREGAR-ATRIBUI.

           OPEN INPUT ATRIBUI
           IF WS-FS-ATRIBUI NOT = '00'
              DISPLAY ' * ERRO ABRINDO ATRIBUI - FS=' WS-FS-ATRIBUI
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              MOVE LOW-VALUES TO WS-CHAVE-ANTERIOR
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 016-LER-ATRIBUICAO UNTIL WS-FIM-AUX = 'S'
              CLOSE ATRIBUI
              DISPLAY ' * TURMAS ATRIBUIDAS NO SEMESTRE: '
                  WS-QTDE-ATRIB
              IF WS-QTDE-ATRIB = ZEROS AND WS-ABEND NOT = 'S'
                 DISPLAY ' * ERRO: NENHUMA ATRIBUICAO NO SEMESTRE'
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           .
       016-LER-ATRIBUICAO.

           READ ATRIBUI
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTATRIB
                   IF AT-SEMESTRE NOT = WS-PARM-SEMESTRE-N
                      DISPLAY ' * ERRO: ATRIBUI DE OUTRO SEMESTRE ('
                          AT-SEMESTRE ')'
                      MOVE 'S' TO WS-FIM-AUX
                      MOVE 'S' TO WS-ABEND
                      MOVE 08  TO RETURN-CODE
                   ELSE
                      IF AT-REG-ATRIBUICAO (6:16) NOT >
                         WS-CHAVE-ANTERIOR
                         DISPLAY ' * ERRO: ATRIBUI FORA DE SEQUENCIA'
                             ' OU REPETIDO - ' AT-COD-PROFESSOR ' '
                             AT-COD-DISCIPLINA ' ' AT-TURMA
                         MOVE 'S' TO WS-FIM-AUX
                         MOVE 'S' TO WS-ABEND
                         MOVE 08  TO RETURN-CODE
                      ELSE
                         MOVE AT-REG-ATRIBUICAO (6:16) TO
                             WS-CHAVE-ANTERIOR
                         PERFORM 017-GUARDAR-ATRIBUICAO
                      END-IF
                   END-IF
           END-READ
           .
       017-GUARDAR-ATRIBUICAO.

           IF WS-QTDE-ATRIB < 500
              ADD 1 TO WS-QTDE-ATRIB
              MOVE WS-QTDE-ATRIB     TO WS-AT-IDX
              MOVE AT-COD-PROFESSOR  TO WS-AT-PROFESSOR (WS-AT-IDX)
              MOVE AT-COD-DISCIPLINA TO WS-AT-DISCIPLINA (WS-AT-IDX)
              MOVE AT-TURMA          TO WS-AT-TURMA (WS-AT-IDX)
              MOVE ZEROS             TO WS-AT-ALUNOS (WS-AT-IDX)
              MOVE ZEROS             TO WS-AT-COMNOTA (WS-AT-IDX)
              MOVE ZEROS             TO WS-AT-SEMNOTA (WS-AT-IDX)
              MOVE AT-COD-PROFESSOR  TO WS-PROF-PESQ
              PERFORM 030-PROCURAR-PROFESSOR
              MOVE WS-PF-IDX         TO WS-AT-PF-IDX (WS-AT-IDX)
              MOVE SPACES            TO WS-CHAVE-EXC
              MOVE AT-COD-PROFESSOR  TO WS-CHAVE-EXC
              IF WS-PF-ACHOU = 'N'
                 MOVE 'PROFESSOR FORA DO PROFMST' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 IF WS-PF-ATIVO (WS-PF-IDX) NOT = 'S'
                    MOVE 'PROFESSOR INATIVO NO PROFMST' TO
                        WS-MOTIVO-EXC
                    PERFORM 060-GRAVAR-EXCECAO
                 END-IF
              END-IF
           ELSE
              DISPLAY ' * TABELA DE ATRIBUICOES CHEIA (500)'
              MOVE 'S' TO WS-FIM-AUX
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PESQUISAS NAS TABELAS
      *--------------------------------------------------------------*
       030-PROCURAR-PROFESSOR.

           MOVE 'N'   TO WS-PF-ACHOU
           MOVE ZEROS TO WS-PF-IDX
           PERFORM 031-COMPARAR-PROFESSOR
              VARYING WS-PF-I FROM 1 BY 1
              UNTIL WS-PF-I > WS-QTDE-PROF OR WS-PF-ACHOU = 'S'
           .
       031-COMPARAR-PROFESSOR.

           IF WS-PF-CODIGO (WS-PF-I) = WS-PROF-PESQ
              MOVE WS-PF-I TO WS-PF-IDX
              MOVE 'S'     TO WS-PF-ACHOU
           END-IF
           .
      *    O PROFESSOR (WS-PROF-PESQ) ESTA ATRIBUIDO A DISCIPLINA
      *    (WS-DISC-PESQ) EM ALGUMA TURMA?
       032-PROCURAR-PROF-DISCIPLINA.

           MOVE 'N' TO WS-AT-ACHOU
           PERFORM 033-COMPARAR-PROF-DISCIPLINA
              VARYING WS-AT-I FROM 1 BY 1
              UNTIL WS-AT-I > WS-QTDE-ATRIB OR WS-AT-ACHOU = 'S'
           .
       033-COMPARAR-PROF-DISCIPLINA.

           IF WS-AT-PROFESSOR (WS-AT-I) = WS-PROF-PESQ AND
              WS-AT-DISCIPLINA (WS-AT-I) = WS-DISC-PESQ
              MOVE 'S' TO WS-AT-ACHOU
           END-IF
           .
      *    QUAL ATRIBUICAO COBRE A TURMA (WS-DISC-PESQ/WS-TURMA-PESQ)?
       034-PROCURAR-TURMA.

           MOVE 'N'   TO WS-AT-ACHOU
           MOVE ZEROS TO WS-AT-IDX
           PERFORM 035-COMPARAR-TURMA
              VARYING WS-AT-I FROM 1 BY 1
              UNTIL WS-AT-I > WS-QTDE-ATRIB OR WS-AT-ACHOU = 'S'
           .
       035-COMPARAR-TURMA.

           IF WS-AT-DISCIPLINA (WS-AT-I) = WS-DISC-PESQ AND
              WS-AT-TURMA (WS-AT-I) = WS-TURMA-PESQ
              MOVE WS-AT-I TO WS-AT-IDX
              MOVE 'S'     TO WS-AT-ACHOU
           END-IF
           .
       036-PROCURAR-SEMPROF.

           MOVE 'N' TO WS-SP-ACHOU
           PERFORM 037-COMPARAR-SEMPROF
              VARYING WS-SP-I FROM 1 BY 1
              UNTIL WS-SP-I > WS-QTDE-SEMPROF OR WS-SP-ACHOU = 'S'
           .
       037-COMPARAR-SEMPROF.

           IF WS-SP-DISCIPLINA (WS-SP-I) = WS-DISC-PESQ AND
              WS-SP-TURMA (WS-SP-I) = WS-TURMA-PESQ
              ADD 1 TO WS-SP-ALUNOS (WS-SP-I)
              MOVE 'S' TO WS-SP-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR EXCECAO NO PADRAO DA SUITE
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC
           MOVE 'CGPRG061'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ALUNOS'        TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *    TABELA CHEIA - A PRIMEIRA TURMA QUE NAO COUBE VAI PARA O
      *    EXCEPREL (RC 04); DAI EM DIANTE OS ALUNOS SO SAO CONTADOS
      *    E O TOTAL SAI NO RELATORIO
       061-SEMPROF-CHEIA.

           IF WS-CTSPFORA = ZEROS
              DISPLAY ' * TABELA DE TURMAS SEM PROFESSOR CHEIA'
                  ' (200) - ' WS-DISC-PESQ ' ' WS-TURMA-PESQ
              MOVE SPACES        TO WS-CHAVE-EXC
              STRING WS-DISC-PESQ  DELIMITED BY SIZE
                     WS-TURMA-PESQ DELIMITED BY SIZE
                INTO WS-CHAVE-EXC
              END-STRING
              MOVE 'TABELA SEM PROFESSOR CHEIA' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           END-IF
           ADD 1 TO WS-CTSPFORA
           .
      *--------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT - ALUNOS MATRICULADOS NO SEMESTRE
      *    E NOTAS JA RECEBIDAS DE PROFESSOR ATRIBUIDO
      *--------------------------------------------------------------*
       200-LIBERAR-CASAMENTO.

           MOVE 'N' TO WS-FIM-AUX
           PERFORM 205-LER-ALOCACAO UNTIL WS-FIM-AUX = 'S'
           CLOSE ALOCACAO
           IF WS-TEM-NOTASDIS = 'S'
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 210-LER-NOTADIS UNTIL WS-FIM-AUX = 'S'
              CLOSE NOTASDIS
           END-IF
           .
       205-LER-ALOCACAO.

           READ ALOCACAO
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF AC-SEMESTRE NOT = WS-PARM-SEMESTRE-N
                      ADD 1 TO WS-CTOUTROSEM
                   ELSE
                      IF AC-SITUACAO = 'M'
                         ADD 1 TO WS-CTMATRIC
                         MOVE AC-NUMERO-ALU     TO SN-NUMERO-ALU
                         MOVE AC-COD-DISCIPLINA TO SN-COD-DISCIPLINA
                         MOVE 'M'               TO SN-TIPO
                         MOVE AC-TURMA          TO SN-TURMA
                         RELEASE SN-REG-CASAMENTO
                      END-IF
                   END-IF
           END-READ
           .
       210-LER-NOTADIS.

           READ NOTASDIS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF CB-ROTULO-ND = 'TRL'
                      MOVE 'S' TO WS-FIM-AUX
                   ELSE
                      IF CB-ROTULO-ND NOT = 'HDR'
                         PERFORM 215-LIBERAR-NOTA
                      END-IF
                   END-IF
           END-READ
           .
       215-LIBERAR-NOTA.

           ADD 1 TO WS-CTNOTAS
           MOVE ND-COD-PROFESSOR  TO WS-PROF-PESQ
           MOVE ND-COD-DISCIPLINA TO WS-DISC-PESQ
           PERFORM 032-PROCURAR-PROF-DISCIPLINA
           IF WS-AT-ACHOU = 'S'
              MOVE ND-NUMERO-ALU     TO SN-NUMERO-ALU
              MOVE ND-COD-DISCIPLINA TO SN-COD-DISCIPLINA
              MOVE 'G'               TO SN-TIPO
              MOVE SPACES            TO SN-TURMA
              RELEASE SN-REG-CASAMENTO
           ELSE
              ADD 1 TO WS-CTNOTAREJ
              MOVE SPACES          TO WS-CHAVE-EXC
              MOVE ND-NUMERO-ALU   TO WS-CHAVE-EXC
              MOVE SPACES          TO WS-MOTIVO-EXC
              STRING 'PROF '              DELIMITED BY SIZE
                     ND-COD-PROFESSOR     DELIMITED BY SIZE
                     ' SEM ATRIB '        DELIMITED BY SIZE
                     ND-COD-DISCIPLINA    DELIMITED BY SIZE
                INTO WS-MOTIVO-EXC
              END-STRING
              PERFORM 060-GRAVAR-EXCECAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT - A NOTA VEM ANTES DA MATRICULA
      *    DO MESMO ALUNO NA MESMA DISCIPLINA; MATRICULA SEM NOTA
      *    IMEDIATAMENTE ANTES E ALUNO AINDA SEM NOTA
      *--------------------------------------------------------------*
       080-CASAR-NOTAS.

           MOVE 'N' TO WS-FIM
           PERFORM 081-RETORNAR-CASAMENTO UNTIL WS-FIM = 'S'
           .
       081-RETORNAR-CASAMENTO.

           RETURN CASAMENT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   PERFORM 082-CASAR-UM-REGISTRO
           END-RETURN
           .
       082-CASAR-UM-REGISTRO.

           IF SN-TIPO = 'G'
              MOVE SN-NUMERO-ALU     TO WS-CN-NUMERO
              MOVE SN-COD-DISCIPLINA TO WS-CN-DISCIPLINA
           ELSE
              MOVE SN-COD-DISCIPLINA TO WS-DISC-PESQ
              MOVE SN-TURMA          TO WS-TURMA-PESQ
              PERFORM 034-PROCURAR-TURMA
              IF WS-AT-ACHOU = 'N'
                 PERFORM 083-TURMA-SEM-PROFESSOR
              ELSE
                 ADD 1 TO WS-AT-ALUNOS (WS-AT-IDX)
                 IF SN-NUMERO-ALU = WS-CN-NUMERO AND
                    SN-COD-DISCIPLINA = WS-CN-DISCIPLINA
                    ADD 1 TO WS-AT-COMNOTA (WS-AT-IDX)
                    ADD 1 TO WS-CTCOMNOTA
                 ELSE
                    ADD 1 TO WS-AT-SEMNOTA (WS-AT-IDX)
                    ADD 1 TO WS-CTSEMNOTA
                 END-IF
              END-IF
           END-IF
           .
       083-TURMA-SEM-PROFESSOR.

           PERFORM 036-PROCURAR-SEMPROF
           IF WS-SP-ACHOU = 'N'
              IF WS-QTDE-SEMPROF < 200
                 ADD 1 TO WS-QTDE-SEMPROF
                 MOVE WS-DISC-PESQ  TO
                     WS-SP-DISCIPLINA (WS-QTDE-SEMPROF)
                 MOVE WS-TURMA-PESQ TO WS-SP-TURMA (WS-QTDE-SEMPROF)
                 MOVE 1             TO WS-SP-ALUNOS (WS-QTDE-SEMPROF)
                 MOVE SPACES        TO WS-CHAVE-EXC
                 STRING WS-DISC-PESQ  DELIMITED BY SIZE
                        WS-TURMA-PESQ DELIMITED BY SIZE
                   INTO WS-CHAVE-EXC
                 END-STRING
                 MOVE 'TURMA SEM PROFESSOR ATRIBUIDO' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 PERFORM 061-SEMPROF-CHEIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    RELATORIO DE CONTROLE - POR PROFESSOR, SO AS TURMAS QUE
      *    AINDA TEM ALUNO SEM NOTA, NA ORDEM DA ATRIBUICAO
      *--------------------------------------------------------------*
       085-IMPRIMIR-CONTROLE.

           MOVE SPACES TO WS-REG-CONTNOTA
           STRING 'CGPRG061 - CONTROLE DE ENTREGA DE NOTAS'
                      DELIMITED BY SIZE
                  ' - SEMESTRE ' DELIMITED BY SIZE
                  WS-PARM-ANO    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-PARM-SEM    DELIMITED BY SIZE
                  ' - RODADA '   DELIMITED BY SIZE
                  WS-DATA-EXEC   DELIMITED BY SIZE
             INTO WS-REG-CONTNOTA
           END-STRING
           WRITE WS-REG-CONTNOTA
           MOVE SPACES TO WS-REG-CONTNOTA
           IF WS-PRAZO-VENCIDO = 'S'
              COMPUTE WS-DIAS-SOUT = WS-DIAS-FALTAM * -1
              STRING 'PRAZO DE ENTREGA: ' DELIMITED BY SIZE
                     WS-PRAZO-DIA  DELIMITED BY SIZE
                     '/'           DELIMITED BY SIZE
                     WS-PRAZO-MES  DELIMITED BY SIZE
                     '/'           DELIMITED BY SIZE
                     WS-PRAZO-ANO  DELIMITED BY SIZE
                     ' - VENCIDO HA ' DELIMITED BY SIZE
                     WS-DIAS-SOUT  DELIMITED BY SIZE
                     ' DIA(S)'     DELIMITED BY SIZE
                INTO WS-REG-CONTNOTA
              END-STRING
           ELSE
              MOVE WS-DIAS-FALTAM TO WS-DIAS-SOUT
              STRING 'PRAZO DE ENTREGA: ' DELIMITED BY SIZE
                     WS-PRAZO-DIA  DELIMITED BY SIZE
                     '/'           DELIMITED BY SIZE
                     WS-PRAZO-MES  DELIMITED BY SIZE
                     '/'           DELIMITED BY SIZE
                     WS-PRAZO-ANO  DELIMITED BY SIZE
                     ' - FALTAM '  DELIMITED BY SIZE
                     WS-DIAS-SOUT  DELIMITED BY SIZE
                     ' DIA(S)'     DELIMITED BY SIZE
                INTO WS-REG-CONTNOTA
              END-STRING
           END-IF
           WRITE WS-REG-CONTNOTA
           MOVE SPACES       TO WS-REG-CONTNOTA
           MOVE 'DISCIPLINA' TO WS-REG-CONTNOTA (5:10)
           MOVE 'TURMA'      TO WS-REG-CONTNOTA (16:5)
           MOVE 'ALUNOS'     TO WS-REG-CONTNOTA (23:6)
           MOVE 'COM NOTA'   TO WS-REG-CONTNOTA (30:8)
           MOVE 'SEM NOTA'   TO WS-REG-CONTNOTA (39:8)
           MOVE '% ENTR'     TO WS-REG-CONTNOTA (50:6)
           MOVE 'SITUACAO'   TO WS-REG-CONTNOTA (59:8)
           WRITE WS-REG-CONTNOTA
           MOVE 'N' TO WS-TEM-QUEBRA
           PERFORM 086-IMPRIMIR-ATRIBUICAO
              VARYING WS-AT-I FROM 1 BY 1
              UNTIL WS-AT-I > WS-QTDE-ATRIB
           IF WS-TEM-QUEBRA = 'S'
              PERFORM 088-TOTAL-PROFESSOR
           ELSE
              MOVE SPACES TO WS-REG-CONTNOTA
              WRITE WS-REG-CONTNOTA
              MOVE 'NENHUMA NOTA PENDENTE NAS TURMAS ATRIBUIDAS'
                  TO WS-REG-CONTNOTA
              WRITE WS-REG-CONTNOTA
           END-IF
           IF WS-QTDE-SEMPROF > ZEROS
              MOVE SPACES TO WS-REG-CONTNOTA
              WRITE WS-REG-CONTNOTA
              MOVE 'TURMAS COM ALUNOS E SEM PROFESSOR ATRIBUIDO:'
                  TO WS-REG-CONTNOTA
              WRITE WS-REG-CONTNOTA
              PERFORM 087-IMPRIMIR-SEMPROF
                 VARYING WS-SP-I FROM 1 BY 1
                 UNTIL WS-SP-I > WS-QTDE-SEMPROF
              IF WS-CTSPFORA > ZEROS
                 ADD WS-CTSPFORA TO WS-CTSEMPROF
                 MOVE SPACES TO WS-REG-CONTNOTA
                 STRING '(TABELA CHEIA - MAIS '  DELIMITED BY SIZE
                        WS-CTSPFORA              DELIMITED BY SIZE
                        ' ALUNOS EM TURMAS SEM PROFESSOR NAO LISTADAS)'
                                                 DELIMITED BY SIZE
                   INTO WS-REG-CONTNOTA
                 END-STRING
                 WRITE WS-REG-CONTNOTA
              END-IF
           END-IF
           PERFORM 089-IMPRIMIR-RESUMO
           .
       086-IMPRIMIR-ATRIBUICAO.

           IF WS-AT-SEMNOTA (WS-AT-I) > ZEROS
              IF WS-TEM-QUEBRA = 'N' OR
                 WS-AT-PROFESSOR (WS-AT-I) NOT = WS-PROF-QUEBRA
                 IF WS-TEM-QUEBRA = 'S'
                    PERFORM 088-TOTAL-PROFESSOR
                 END-IF
                 PERFORM 084-CABECALHO-PROFESSOR
              END-IF
              ADD 1 TO WS-PQ-TURMAS
              ADD 1 TO WS-CTTURMAPEND
              ADD WS-AT-SEMNOTA (WS-AT-I) TO WS-PQ-SEMNOTA
              MOVE WS-AT-DISCIPLINA (WS-AT-I) TO WS-LD-DISCIPLINA
              MOVE WS-AT-TURMA (WS-AT-I)      TO WS-LD-TURMA
              MOVE WS-AT-ALUNOS (WS-AT-I)     TO WS-LD-ALUNOS
              MOVE WS-AT-COMNOTA (WS-AT-I)    TO WS-LD-COMNOTA
              MOVE WS-AT-SEMNOTA (WS-AT-I)    TO WS-LD-SEMNOTA
              COMPUTE WS-PCT-ENTREGUE ROUNDED =
                  (WS-AT-COMNOTA (WS-AT-I) * 100) /
                  WS-AT-ALUNOS (WS-AT-I)
              MOVE WS-PCT-ENTREGUE TO WS-LD-PCT
              IF WS-PRAZO-VENCIDO = 'S'
                 MOVE 'ATRASADA'      TO WS-LD-SITUACAO
              ELSE
                 IF WS-AT-COMNOTA (WS-AT-I) = ZEROS
                    MOVE 'NENHUMA NOTA'  TO WS-LD-SITUACAO
                 ELSE
                    MOVE 'PARCIAL'       TO WS-LD-SITUACAO
                 END-IF
              END-IF
              WRITE WS-REG-CONTNOTA FROM WS-LIN-DISC
           END-IF
           .
       084-CABECALHO-PROFESSOR.

           MOVE 'S' TO WS-TEM-QUEBRA
           MOVE WS-AT-PROFESSOR (WS-AT-I) TO WS-PROF-QUEBRA
           MOVE ZEROS TO WS-PQ-TURMAS
           MOVE ZEROS TO WS-PQ-SEMNOTA
           ADD 1 TO WS-CTPROFPEND
           MOVE WS-AT-PF-IDX (WS-AT-I) TO WS-PF-IDX
           MOVE SPACES TO WS-REG-CONTNOTA
           WRITE WS-REG-CONTNOTA
           MOVE SPACES TO WS-REG-CONTNOTA
           IF WS-PF-IDX = ZEROS
              STRING 'PROFESSOR: '      DELIMITED BY SIZE
                     WS-PROF-QUEBRA     DELIMITED BY SIZE
                     ' - *** FORA DO CADASTRO PROFMST ***'
                                        DELIMITED BY SIZE
                INTO WS-REG-CONTNOTA
              END-STRING
              WRITE WS-REG-CONTNOTA
           ELSE
              STRING 'PROFESSOR: '      DELIMITED BY SIZE
                     WS-PROF-QUEBRA     DELIMITED BY SIZE
                     ' - '              DELIMITED BY SIZE
                     WS-PF-NOME (WS-PF-IDX) DELIMITED BY SIZE
                     ' - DEPTO '        DELIMITED BY SIZE
                     WS-PF-DEPTO (WS-PF-IDX) DELIMITED BY SIZE
                INTO WS-REG-CONTNOTA
              END-STRING
              WRITE WS-REG-CONTNOTA
              MOVE SPACES TO WS-REG-CONTNOTA
              STRING '           E-MAIL: ' DELIMITED BY SIZE
                     WS-PF-EMAIL (WS-PF-IDX) DELIMITED BY SIZE
                INTO WS-REG-CONTNOTA
              END-STRING
              IF WS-PF-ATIVO (WS-PF-IDX) NOT = 'S'
                 MOVE '(INATIVO)' TO WS-REG-CONTNOTA (52:9)
              END-IF
              WRITE WS-REG-CONTNOTA
           END-IF
           .
       088-TOTAL-PROFESSOR.

           MOVE SPACES TO WS-REG-CONTNOTA
           STRING '    TOTAL DO PROFESSOR: ' DELIMITED BY SIZE
                  WS-PQ-TURMAS   DELIMITED BY SIZE
                  ' TURMA(S) PENDENTE(S), ' DELIMITED BY SIZE
                  WS-PQ-SEMNOTA  DELIMITED BY SIZE
                  ' ALUNO(S) SEM NOTA' DELIMITED BY SIZE
             INTO WS-REG-CONTNOTA
           END-STRING
           WRITE WS-REG-CONTNOTA
           .
       087-IMPRIMIR-SEMPROF.

           MOVE SPACES TO WS-LIN-DISC
           MOVE WS-SP-DISCIPLINA (WS-SP-I) TO WS-LD-DISCIPLINA
           MOVE WS-SP-TURMA (WS-SP-I)      TO WS-LD-TURMA
           MOVE WS-SP-ALUNOS (WS-SP-I)     TO WS-LD-ALUNOS
           ADD WS-SP-ALUNOS (WS-SP-I)      TO WS-CTSEMPROF
           MOVE 'SEM PROFESSOR'            TO WS-LD-SITUACAO
           WRITE WS-REG-CONTNOTA FROM WS-LIN-DISC
           .
       089-IMPRIMIR-RESUMO.

           MOVE SPACES TO WS-REG-CONTNOTA
           WRITE WS-REG-CONTNOTA
           MOVE 'RESUMO DA ENTREGA DE NOTAS:' TO WS-REG-CONTNOTA
           WRITE WS-REG-CONTNOTA
           MOVE '  TURMAS ATRIBUIDAS..................:'
               TO WS-LR-DESCRICAO
           MOVE WS-QTDE-ATRIB  TO WS-LR-VALOR
           WRITE WS-REG-CONTNOTA FROM WS-LIN-RESUMO
           MOVE '  TURMAS COM NOTA PENDENTE...........:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTTURMAPEND TO WS-LR-VALOR
           WRITE WS-REG-CONTNOTA FROM WS-LIN-RESUMO
           MOVE '  PROFESSORES COM PENDENCIA..........:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTPROFPEND  TO WS-LR-VALOR
           WRITE WS-REG-CONTNOTA FROM WS-LIN-RESUMO
           MOVE '  ALUNOS MATRICULADOS (ALOCACAO).....:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTMATRIC    TO WS-LR-VALOR
           WRITE WS-REG-CONTNOTA FROM WS-LIN-RESUMO
           MOVE '  ALUNOS COM NOTA RECEBIDA...........:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTCOMNOTA   TO WS-LR-VALOR
           WRITE WS-REG-CONTNOTA FROM WS-LIN-RESUMO
           MOVE '  ALUNOS SEM NOTA....................:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTSEMNOTA   TO WS-LR-VALOR
           WRITE WS-REG-CONTNOTA FROM WS-LIN-RESUMO
           MOVE '  ALUNOS EM TURMA SEM PROFESSOR......:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTSEMPROF   TO WS-LR-VALOR
           WRITE WS-REG-CONTNOTA FROM WS-LIN-RESUMO
           MOVE '  NOTAS DE PROFESSOR NAO ATRIBUIDO...:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTNOTAREJ   TO WS-LR-VALOR
           WRITE WS-REG-CONTNOTA FROM WS-LIN-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - PENDENCIA COM O PRAZO VENCIDO OU
      *    EXCECAO GRAVADA DEVOLVEM RC 04
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTINVALID > ZEROS OR
              (WS-PRAZO-VENCIDO = 'S' AND WS-CTSEMNOTA > ZEROS)
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'CGPRG061'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ATRIBUICOES LIDAS'             TO CT-DESCRICAO
           MOVE WS-CTATRIB           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG061'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS MATRICULADOS'           TO CT-DESCRICAO
           MOVE WS-CTMATRIC          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG061'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'NOTAS LIDAS'                   TO CT-DESCRICAO
           MOVE WS-CTNOTAS           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG061'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS SEM NOTA'               TO CT-DESCRICAO
           MOVE WS-CTSEMNOTA         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG061'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TURMAS COM NOTA PENDENTE'      TO CT-DESCRICAO
           MOVE WS-CTTURMAPEND       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG061'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'NOTAS DE PROF. NAO ATRIBUIDO'  TO CT-DESCRICAO
           MOVE WS-CTNOTAREJ         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG061'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'EXCECOES GRAVADAS'             TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           CLOSE CONTNOTA
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG061        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ATRIBUICOES LIDAS..........: ' WS-CTATRIB
           DISPLAY ' * ALUNOS MATRICULADOS........: ' WS-CTMATRIC
           DISPLAY ' * NOTAS LIDAS................: ' WS-CTNOTAS
           DISPLAY ' * ALUNOS COM NOTA............: ' WS-CTCOMNOTA
           DISPLAY ' * ALUNOS SEM NOTA............: ' WS-CTSEMNOTA
           DISPLAY ' * TURMAS COM NOTA PENDENTE...: ' WS-CTTURMAPEND
           DISPLAY ' * PROFESSORES COM PENDENCIA..: ' WS-CTPROFPEND
           DISPLAY ' * NOTAS DE PROF. NAO ATRIB...: ' WS-CTNOTAREJ
           DISPLAY ' * ALOCACOES DE OUTRO SEMESTRE: ' WS-CTOUTROSEM
           DISPLAY ' * EXCECOES GRAVADAS..........: ' WS-CTINVALID
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG061        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG061 <-------------------*
