       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG059.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 27/09/2026.
       DATE-COMPILED. 27/09/2026.
      *--------------------------------------------------------------*
      *    REMATRICULA - RODA NO FECHAMENTO DO SEMESTRE, DEPOIS DA    *
      *    APURACAO DE ELEGIBILIDADE (CGPRG024), E MONTA A PARTIR DO  *
      *    MESTRE ALUNOUT O DECK DE ALUNOS DO SEMESTRE SEGUINTE       *
      *    (LAYOUT CGALUNO, NOTAS ZERADAS) JA COM O CABECALHO (HDR) E *
      *    O TRAILER (TRL) QUE O CGPRG012 CRITICA. FICAM FORA DO DECK *
      *    OS FORMANDOS (ALUNOS DA LISTA ELEGIVEL DO CGPRG024) E OS   *
      *    ALUNOS DE CURSO DESATIVADO NO CURSOCAT (OU AUSENTE DELE -  *
      *    ESTE VAI TAMBEM PARA O EXCEPREL). PARA CADA ALUNO          *
      *    REMATRICULADO, CADA DISCIPLINA DO ALUNDISC REPROVADA POR   *
      *    NOTA (REPROVADO) OU POR FALTA (REP-FALTA) GERA UMA LINHA   *
      *    DE DEPENDENCIA NO DEPENDEN (LAYOUT CGDEPEND), TAMBEM ENTRE *
      *    HDR E TRL. O ALUNDISC E LIDO EM SEQUENCIA, CASANDO PELA    *
      *    MATRICULA COM O MESTRE (OS DOIS VEM EM ORDEM DE CHAVE).    *
      *    OS DOIS ARQUIVOS SAEM DE UM SORT POR MATRICULA, POIS A     *
      *    QUANTIDADE PREVISTA DO CABECALHO SO E CONHECIDA NO FIM DA  *
      *    VARREDURA. O RESUMO (REMATREL) MOSTRA, POR CURSO, OS       *
      *    ALUNOS QUE CONTINUAM, OS FORMANDOS, OS DESLIGADOS E AS     *
      *    DEPENDENCIAS GERADAS.                                      *
      *    COM O CURRICULO (CURRICUL, OPCIONAL) SO VIRA DEPENDENCIA A *
      *    DISCIPLINA DO CURRICULO DO CURSO ATUAL DO ALUNO - A        *
      *    REPROVACAO DO CURSO DE ORIGEM DE UMA TRANSFERENCIA         *
      *    (CGPRG077) FICA DE FORA E E SO CONTADA; CURSO SEM          *
      *    CURRICULO NAO E CONFERIDO.                                 *
      *    CARTAO DE PARAMETRO (SYSIN, OPCIONAL): DATA DO MOVIMENTO   *
      *    DO DECK (AAAAMMDD) - E A DATA EM QUE O CGPRG012 VAI RODAR  *
      *    O DECK NOVO; SEM CARTAO VALE A DATA DA RODADA.             *
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
           SELECT ELEGIVEL  ASSIGN TO "ELEGIVEL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ELEGIVEL.
           SELECT CURRICUL  ASSIGN TO "CURRICUL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CURRICUL.
           SELECT ALUNOUT   ASSIGN TO "ALUNOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-NUMERO-ALU
               FILE STATUS IS WS-FS-ALUNOUT.
           SELECT ALUNDISC  ASSIGN TO "ALUNDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS WS-FS-ALUNDISC.
           SELECT CURSOCAT  ASSIGN TO "CURSOCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-NOME-CURSO
               FILE STATUS IS WS-FS-CURSOCAT.
           SELECT CLASSIF   ASSIGN TO "SORTWK01".
           SELECT ALUNOREM  ASSIGN TO "ALUNOREM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ALUNOREM.
           SELECT DEPENDEN  ASSIGN TO "DEPENDEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDEN.
           SELECT REMATREL  ASSIGN TO "REMATREL"
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
      *-----> CARTAO DE PARAMETRO - DATA DO MOVIMENTO DO DECK NOVO
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-DATA-MOV       PIC X(08).
           05  FILLER                 PIC X(72).

      *-----> LISTA DOS ELEGIVEIS AO DIPLOMA GRAVADA PELO CGPRG024
       FD  ELEGIVEL
           LABEL RECORDS ARE STANDARD.
           COPY CGELEGIV.

      *-----> CURRICULO POR CURSO - MESMO ARQUIVO DO CGPRG024
       FD  CURRICUL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CURRICUL.
           05  CU-CURSO            PIC X(12).
           05  CU-COD-DISCIPLINA   PIC X(08).

       FD  ALUNOUT
           LABEL RECORDS ARE STANDARD.
           COPY CGALUNOF.

      *-----> DETALHE POR DISCIPLINA DO MESTRE - MESMO LAYOUT GRAVADO
      *       PELO CGPRG005 NA FASE DE DISCIPLINAS
       FD  ALUNDISC
           LABEL RECORDS ARE STANDARD.
       01  DS-REG-DISCIPLINA.
           05  DS-CHAVE.
               10  DS-NUMERO-ALU       PIC 9(13).
               10  DS-COD-DISCIPLINA   PIC X(08).
           05  DS-NOTA1                PIC 9(02)V99.
           05  DS-NOTA2                PIC 9(02)V99.
           05  DS-MEDIA                PIC 9(02)V99.
           05  DS-RESULTADO            PIC X(09).

       FD  CURSOCAT
           LABEL RECORDS ARE STANDARD.
           COPY CGCURCAT.

      *-----> CLASSIFICACAO DO QUE VAI PARA O DECK E PARA O DEPENDEN -
      *       TIPO 'A' = ALUNO REMATRICULADO (IMAGEM DO DECK), TIPO
      *       'D' = DEPENDENCIA DO ALUNO (LOGO ATRAS DELE NA ORDEM)
       SD  CLASSIF.
       01  CL-REG-REMATRIC.
           05  CL-NUMERO           PIC 9(13).
           05  CL-TIPO             PIC X(01).
           05  CL-DISCIPLINA       PIC X(08).
           05  CL-IMAGEM           PIC X(65).
           05  CL-DEPEND  REDEFINES CL-IMAGEM.
               10  CL-DP-CURSO     PIC X(12).
               10  CL-DP-MOTIVO    PIC X(09).
               10  CL-DP-MEDIA     PIC 9(02)V99.
               10  FILLER          PIC X(40).

      *-----> DECK DE ALUNOS DO SEMESTRE SEGUINTE, COM CABECALHO E
      *       TRAILER NO PADRAO CRITICADO PELO CGPRG012
       FD  ALUNOREM
           LABEL RECORDS ARE STANDARD.
       01  AR-REG-ALUNO               PIC X(65).
       01  AR-REG-CABECALHO.
           05 ARC-ROTULO           PIC X(03).
           05 ARC-ORIGEM           PIC X(08).
           05 ARC-DATA             PIC 9(08).
           05 ARC-QTDPREV          PIC 9(07).
       01  AR-REG-TRAILER.
           05 ART-ROTULO           PIC X(03).
           05 ART-QTD              PIC 9(07).
           05 ART-HASH             PIC 9(13).

       FD  DEPENDEN
           LABEL RECORDS ARE STANDARD.
           COPY CGDEPEND.

       FD  REMATREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-REMATREL            PIC X(80).

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
           05  WS-FIM-DISC            PIC X(01) VALUE "N".
           05  WS-FIM-LISTA           PIC X(01) VALUE "N".
           05  WS-SIT-ALUNO           PIC X(01).
           05  WS-SIT-CURSO           PIC X(14).
           05  WS-TEM-DEPEND          PIC X(01).
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTCONTINUA          PIC 9(07) VALUE ZEROS.
           05  WS-CTFORMANDO          PIC 9(05) VALUE ZEROS.
           05  WS-CTDESLIGADO         PIC 9(05) VALUE ZEROS.
           05  WS-CTDEPEND            PIC 9(07) VALUE ZEROS.
           05  WS-CTALUDEP            PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-CTFORACURR          PIC 9(07) VALUE ZEROS.
           05  WS-CTGRAVDECK          PIC 9(07) VALUE ZEROS.
           05  WS-CTGRAVDEP           PIC 9(07) VALUE ZEROS.
           05  WS-HASH-DECK           PIC 9(13) VALUE ZEROS.
           05  WS-HASH-DEPEND         PIC 9(13) VALUE ZEROS.
           05  WS-FS-SYSIN            PIC X(02).
           05  WS-FS-ELEGIVEL         PIC X(02).
           05  WS-FS-CURRICUL         PIC X(02).
           05  WS-FS-ALUNOUT          PIC X(02).
           05  WS-FS-ALUNDISC         PIC X(02).
           05  WS-FS-CURSOCAT         PIC X(02).
           05  WS-FS-ALUNOREM         PIC X(02).
           05  WS-FS-DEPENDEN         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).

      *-----> DATA DO MOVIMENTO GRAVADA NO CABECALHO DOS DOIS ARQUIVOS
       01  WS-DATA-DECK.
           05  WS-DD-ANO              PIC 9(04).
           05  WS-DD-MES              PIC 9(02).
           05  WS-DD-DIA              PIC 9(02).
       01  WS-DATA-DECK-N  REDEFINES WS-DATA-DECK
                                      PIC 9(08).

      *-----> IMAGEM DO ALUNO NO DECK DO SEMESTRE SEGUINTE
           COPY CGALUNO.

      *-----> FORMANDOS CARREGADOS DO ELEGIVEL
       77  WS-QTDE-ELEG               PIC 9(04) VALUE ZEROS.
       77  WS-EL-I                    PIC 9(04).
       77  WS-EL-ACHOU                PIC X(01).
       01  WS-TAB-ELEGIVEIS.
           05  WS-EL-MATRICULA  OCCURS 3000 TIMES
                                      PIC 9(13).

      *-----> CURRICULO CARREGADO EM TABELA: ATE 20 CURSOS COM ATE
      *       20 DISCIPLINAS OBRIGATORIAS CADA (MESMA TABELA DO
      *       CGPRG024). WS-CR-IDX: CURRICULO DO ALUNO CORRENTE
       77  WS-QTDE-CURR               PIC 99    VALUE ZEROS.
       77  WS-CR-I                    PIC 99.
       77  WS-CR-IDX                  PIC 99.
       77  WS-CR-ACHOU                PIC X(01).
       77  WS-DI-I                    PIC 99.
       77  WS-DI-ACHOU                PIC X(01).
       77  WS-CURSO-PESQ              PIC X(12).
       01  WS-TAB-CURRICULO.
           05  WS-CURR-CURSO  OCCURS 20 TIMES.
               10  WS-CR-CURSO          PIC X(12).
               10  WS-CR-QTDDISC        PIC 99.
               10  WS-CR-DISC  OCCURS 20 TIMES
                                        PIC X(08).

      *-----> RESUMO POR CURSO (MESMO PADRAO DO CGPRG058)
       77  WS-QTDE-CURSOS             PIC 99      VALUE ZEROS.
       77  WS-C-I                     PIC 99.
       77  WS-C-IDX                   PIC 99.
       77  WS-C-ACHOU                 PIC X(01).
       01  WS-TAB-CURSOS.
           05  WS-TAB-CURSO  OCCURS 20 TIMES.
               10  WS-C-NOME            PIC X(12).
               10  WS-C-SITUACAO        PIC X(14).
               10  WS-C-CONTINUA        PIC 9(05).
               10  WS-C-FORMANDO        PIC 9(05).
               10  WS-C-DESLIGADO       PIC 9(05).
               10  WS-C-DEPEND          PIC 9(05).

      *-----> LINHAS DO RESUMO
       01  WS-LIN-CURSO.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-CURSO            PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-SITUACAO         PIC X(14).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-LC-CONTINUA         PIC ZZ.ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LC-FORMANDO         PIC ZZ.ZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-LC-DESLIGADO        PIC ZZ.ZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-LC-DEPEND           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.

       01  WS-TOT-CONTINUA            PIC 9(07).
       01  WS-TOT-FORMANDO            PIC 9(05).
       01  WS-TOT-DESLIGADO           PIC 9(05).
       01  WS-TOT-DEPEND              PIC 9(07).
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - A VARREDURA DO MESTRE RODA COMO
      *    INPUT PROCEDURE DO SORT E A GRAVACAO DO DECK E DO
      *    DEPENDEN COMO OUTPUT PROCEDURE
      *--------------------------------------------------------------*
       000-CGPRG059.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG059 - REMATRICULA PARA O SEMESTRE SEGUINTE"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              SORT CLASSIF
                  ON ASCENDING KEY CL-NUMERO
                                   CL-TIPO
                                   CL-DISCIPLINA
                  INPUT PROCEDURE IS 024-VARRER-MESTRE
                  OUTPUT PROCEDURE IS 080-GRAVAR-DECKS
              PERFORM 085-IMPRIMIR-RESUMO
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           PERFORM 015-LER-PARAMETRO
           IF WS-ABEND NOT = 'S'
              PERFORM 016-CARREGAR-ELEGIVEIS
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 018-CARREGAR-CURRICULO
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT ALUNOUT
              IF WS-FS-ALUNOUT NOT = '00'
                 DISPLAY ' * ERRO ABRINDO ALUNOUT - FS='
                     WS-FS-ALUNOUT
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT ALUNDISC
              IF WS-FS-ALUNDISC NOT = '00'
                 DISPLAY ' * ERRO ABRINDO ALUNDISC - FS='
                     WS-FS-ALUNDISC
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT CURSOCAT
              IF WS-FS-CURSOCAT NOT = '00'
                 DISPLAY ' * ERRO ABRINDO CURSOCAT - FS='
                     WS-FS-CURSOCAT
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN OUTPUT ALUNOREM
              OPEN OUTPUT DEPENDEN
              OPEN OUTPUT REMATREL
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
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
      *    CARTAO DE PARAMETRO - SEM CARTAO (OU EM BRANCO) O DECK
      *    SAI COM A DATA DA RODADA
      *--------------------------------------------------------------*
       015-LER-PARAMETRO.

           MOVE SPACES TO WS-PARM-DATA-MOV
           OPEN INPUT SYSIN
           IF WS-FS-SYSIN = '00'
              READ SYSIN
                  AT END
                      MOVE SPACES TO WS-PARM-DATA-MOV
              END-READ
              CLOSE SYSIN
           END-IF
           IF WS-PARM-DATA-MOV = SPACES
              MOVE 20                 TO WS-DD-ANO
              MOVE WS-DATA-EXEC (3:6) TO WS-DATA-DECK (3:6)
           ELSE
              IF WS-PARM-DATA-MOV NOT NUMERIC
                 DISPLAY ' * ERRO: DATA DO MOVIMENTO INVALIDA: '
                     WS-PARM-DATA-MOV
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 MOVE WS-PARM-DATA-MOV TO WS-DATA-DECK
                 IF WS-DD-ANO < 2000 OR
                    WS-DD-MES < 01 OR WS-DD-MES > 12 OR
                    WS-DD-DIA < 01 OR WS-DD-DIA > 31
                    DISPLAY ' * ERRO: DATA DO MOVIMENTO INVALIDA: '
                        WS-PARM-DATA-MOV
                    MOVE 'S' TO WS-ABEND
                    MOVE 08  TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              DISPLAY 'DATA DO MOVIMENTO DO DECK.: ' WS-DATA-DECK-N
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS FORMANDOS DO ELEGIVEL - O ARQUIVO E
      *    OBRIGATORIO: SEM ELE (OU COM A TABELA ESTOURADA) UM
      *    FORMANDO VOLTARIA PARA O DECK, ENTAO O RUN E CANCELADO
      *--------------------------------------------------------------*
       016-CARREGAR-ELEGIVEIS.

           OPEN INPUT ELEGIVEL
           IF WS-FS-ELEGIVEL NOT = '00'
              DISPLAY ' * ERRO ABRINDO ELEGIVEL - FS=' WS-FS-ELEGIVEL
                  ' - RODAR O CGPRG024 ANTES DA REMATRICULA'
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 017-LER-ELEGIVEL UNTIL WS-FIM-AUX = 'S'
              CLOSE ELEGIVEL
              DISPLAY ' * FORMANDOS NO ELEGIVEL: ' WS-QTDE-ELEG
           END-IF
           .
       017-LER-ELEGIVEL.

           READ ELEGIVEL
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF WS-QTDE-ELEG < 3000
                      ADD 1 TO WS-QTDE-ELEG
                      MOVE EL-NUMERO-ALU TO
                          WS-EL-MATRICULA (WS-QTDE-ELEG)
                   ELSE
                      DISPLAY ' * TABELA DE FORMANDOS CHEIA (3000)'
                      MOVE 'S' TO WS-FIM-AUX
                      MOVE 'S' TO WS-ABEND
                      MOVE 08  TO RETURN-CODE
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CURRICULO DE CADA CURSO PARA A TABELA - OPCIONAL;
      *    SEM ELE (OU SEM O CURSO NELE) TODA REPROVACAO DO ALUNDISC
      *    VIRA DEPENDENCIA
      *--------------------------------------------------------------*
       018-CARREGAR-CURRICULO.

           OPEN INPUT CURRICUL
           IF WS-FS-CURRICUL NOT = '00'
              DISPLAY ' * CURRICUL NAO ABERTO - FS=' WS-FS-CURRICUL
                  ' - DEPENDENCIAS SEM CONFERENCIA DO CURRICULO'
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 019-LER-CURRICUL UNTIL WS-FIM-AUX = 'S'
              CLOSE CURRICUL
              DISPLAY ' * CURSOS NO CURRICULO: ' WS-QTDE-CURR
           END-IF
           .
       019-LER-CURRICUL.

           READ CURRICUL
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   PERFORM 021-GUARDAR-DISCIPLINA
           END-READ
           .
       021-GUARDAR-DISCIPLINA.

           MOVE CU-CURSO TO WS-CURSO-PESQ
           PERFORM 022-LOCALIZAR-CURSO-CURR
           IF WS-CR-IDX = ZEROS
              IF WS-QTDE-CURR < 20
                 ADD 1 TO WS-QTDE-CURR
                 MOVE WS-QTDE-CURR TO WS-CR-IDX
                 MOVE CU-CURSO TO WS-CR-CURSO (WS-CR-IDX)
                 MOVE ZEROS    TO WS-CR-QTDDISC (WS-CR-IDX)
              ELSE
                 DISPLAY ' * TABELA DE CURSOS CHEIA (20) - CURSO '
                     CU-CURSO ' SEM CONFERENCIA DO CURRICULO'
              END-IF
           END-IF
           IF WS-CR-IDX > ZEROS
              IF WS-CR-QTDDISC (WS-CR-IDX) < 20
                 ADD 1 TO WS-CR-QTDDISC (WS-CR-IDX)
                 MOVE CU-COD-DISCIPLINA TO
                     WS-CR-DISC (WS-CR-IDX, WS-CR-QTDDISC (WS-CR-IDX))
              ELSE
                 DISPLAY ' * CURRICULO DO CURSO ' CU-CURSO
                     ' CHEIO (20) - DISCIPLINA ' CU-COD-DISCIPLINA
                     ' IGNORADA'
              END-IF
           END-IF
           .
       022-LOCALIZAR-CURSO-CURR.

           MOVE 'N'   TO WS-CR-ACHOU
           MOVE ZEROS TO WS-CR-IDX
           PERFORM 023-COMPARAR-CURSO-CURR
              VARYING WS-CR-I FROM 1 BY 1
              UNTIL WS-CR-I > WS-QTDE-CURR OR WS-CR-ACHOU = 'S'
           .
       023-COMPARAR-CURSO-CURR.

           IF WS-CR-CURSO (WS-CR-I) = WS-CURSO-PESQ
              MOVE WS-CR-I TO WS-CR-IDX
              MOVE 'S'     TO WS-CR-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT - VARRER O MESTRE ALUNO A ALUNO,
      *    COM O ALUNDISC ANDANDO JUNTO PELA MATRICULA
      *--------------------------------------------------------------*
       024-VARRER-MESTRE.

           PERFORM 044-LER-ALUNDISC
           PERFORM 025-LER-ALUNOUT
           PERFORM 030-PROCESSAR-ALUNO UNTIL WS-FIM = 'S'
           .
       025-LER-ALUNOUT.

           READ ALUNOUT NEXT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR O ALUNO: FORMANDO (ESTA NO ELEGIVEL), DESLIGADO
      *    (CURSO DESATIVADO OU FORA DO CURSOCAT) OU REMATRICULADO
      *--------------------------------------------------------------*
       030-PROCESSAR-ALUNO.

           MOVE FD-CURSO-ALU TO CC-NOME-CURSO
           READ CURSOCAT
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WS-SIT-CURSO
               NOT INVALID KEY
                   IF CC-ATIVO = 'S'
                      MOVE 'ATIVO'       TO WS-SIT-CURSO
                   ELSE
                      MOVE 'DESATIVADO'  TO WS-SIT-CURSO
                   END-IF
           END-READ

           PERFORM 038-PROCURAR-ELEGIVEL
           IF WS-EL-ACHOU = 'S'
              MOVE 'F' TO WS-SIT-ALUNO
              ADD 1 TO WS-CTFORMANDO
           ELSE
              IF WS-SIT-CURSO = 'ATIVO'
                 MOVE 'C' TO WS-SIT-ALUNO
                 ADD 1 TO WS-CTCONTINUA
                 PERFORM 040-LIBERAR-ALUNO
              ELSE
                 MOVE 'D' TO WS-SIT-ALUNO
                 ADD 1 TO WS-CTDESLIGADO
                 IF WS-SIT-CURSO = 'NAO CADASTRADO'
                    MOVE 'CURSO FORA DO CURSOCAT' TO
                        WS-MOTIVO-EXC
                    PERFORM 060-GRAVAR-EXCECAO
                 END-IF
              END-IF
           END-IF

           MOVE FD-CURSO-ALU TO WS-CURSO-PESQ
           PERFORM 022-LOCALIZAR-CURSO-CURR
           MOVE 'N' TO WS-TEM-DEPEND
           PERFORM 045-TRATAR-DISCIPLINA
              UNTIL WS-FIM-DISC = 'S' OR
                    DS-NUMERO-ALU > FD-NUMERO-ALU
           IF WS-TEM-DEPEND = 'S'
              ADD 1 TO WS-CTALUDEP
           END-IF

           PERFORM 035-LOCALIZAR-CURSO
           IF WS-C-IDX = ZEROS
              MOVE 'TABELA DE CURSOS CHEIA (20)' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF WS-SIT-ALUNO = 'F'
                 ADD 1 TO WS-C-FORMANDO (WS-C-IDX)
              ELSE
                 IF WS-SIT-ALUNO = 'C'
                    ADD 1 TO WS-C-CONTINUA (WS-C-IDX)
                 ELSE
                    ADD 1 TO WS-C-DESLIGADO (WS-C-IDX)
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-ALUNOUT
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR (OU CRIAR) A ENTRADA DO CURSO NO RESUMO - NA
      *    TABELA CHEIA O IDX VOLTA ZERADO
      *--------------------------------------------------------------*
       035-LOCALIZAR-CURSO.

           MOVE 'N'   TO WS-C-ACHOU
           MOVE ZEROS TO WS-C-IDX
           PERFORM 036-COMPARAR-CURSO
              VARYING WS-C-I FROM 1 BY 1
              UNTIL WS-C-I > WS-QTDE-CURSOS OR WS-C-ACHOU = 'S'
           IF WS-C-ACHOU = 'N'
              IF WS-QTDE-CURSOS < 20
                 ADD 1 TO WS-QTDE-CURSOS
                 MOVE WS-QTDE-CURSOS TO WS-C-IDX
                 MOVE FD-CURSO-ALU   TO WS-C-NOME (WS-C-IDX)
                 MOVE WS-SIT-CURSO   TO WS-C-SITUACAO (WS-C-IDX)
                 MOVE ZEROS TO WS-C-CONTINUA (WS-C-IDX)
                 MOVE ZEROS TO WS-C-FORMANDO (WS-C-IDX)
                 MOVE ZEROS TO WS-C-DESLIGADO (WS-C-IDX)
                 MOVE ZEROS TO WS-C-DEPEND (WS-C-IDX)
              END-IF
           END-IF
           .
       036-COMPARAR-CURSO.

           IF WS-C-NOME (WS-C-I) = FD-CURSO-ALU
              MOVE WS-C-I TO WS-C-IDX
              MOVE 'S'    TO WS-C-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURAR O ALUNO NA TABELA DE FORMANDOS
      *--------------------------------------------------------------*
       038-PROCURAR-ELEGIVEL.

           MOVE 'N' TO WS-EL-ACHOU
           PERFORM 039-COMPARAR-ELEGIVEL
              VARYING WS-EL-I FROM 1 BY 1
              UNTIL WS-EL-I > WS-QTDE-ELEG OR WS-EL-ACHOU = 'S'
           .
       039-COMPARAR-ELEGIVEL.

           IF WS-EL-MATRICULA (WS-EL-I) = FD-NUMERO-ALU
              MOVE 'S' TO WS-EL-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERAR O ALUNO PARA O DECK - MESMO CADASTRO DO MESTRE,
      *    NOTAS ZERADAS PARA O SEMESTRE QUE COMECA
      *--------------------------------------------------------------*
       040-LIBERAR-ALUNO.

           MOVE FD-NUMERO-ALU  TO WS-NUMERO-ALU
           MOVE FD-NOME-ALU    TO WS-NOME-ALU
           MOVE FD-SEXO-ALU    TO WS-SEXO-ALU
           MOVE FD-IDADE-ALU   TO WS-IDADE-ALU
           MOVE FD-CURSO-ALU   TO WS-CURSO-ALU
           MOVE ZEROS          TO WS-NOTA1-ALU
           MOVE ZEROS          TO WS-NOTA2-ALU
           MOVE ZEROS          TO WS-NOTA3-ALU

           MOVE FD-NUMERO-ALU  TO CL-NUMERO
           MOVE 'A'            TO CL-TIPO
           MOVE SPACES         TO CL-DISCIPLINA
           MOVE WS-REG-ALUNO   TO CL-IMAGEM
           RELEASE CL-REG-REMATRIC
           .
      *--------------------------------------------------------------*
      *    LEITURA DO DETALHE POR DISCIPLINA EM ORDEM DE CHAVE
      *--------------------------------------------------------------*
       044-LER-ALUNDISC.

           READ ALUNDISC NEXT
               AT END
                   MOVE 'S' TO WS-FIM-DISC
           END-READ
           .
      *--------------------------------------------------------------*
      *    DISCIPLINA DO ALUNO CORRENTE - REPROVADA POR NOTA OU POR
      *    FALTA VIRA DEPENDENCIA SE O ALUNO FOI REMATRICULADO E A
      *    DISCIPLINA ESTA NO CURRICULO DO CURSO ATUAL (REPROVACAO DO
      *    CURSO ANTERIOR AO DE UMA TRANSFERENCIA FICA DE FORA); CURSO
      *    SEM CURRICULO NAO E CONFERIDO. DETALHE DE MATRICULA FORA
      *    DO MESTRE E SO PULADO
      *--------------------------------------------------------------*
       045-TRATAR-DISCIPLINA.

           IF DS-NUMERO-ALU = FD-NUMERO-ALU AND WS-SIT-ALUNO = 'C' AND
              (DS-RESULTADO = 'REPROVADO' OR
               DS-RESULTADO = 'REP-FALTA')
              MOVE 'S' TO WS-DI-ACHOU
              IF WS-CR-IDX > ZEROS
                 PERFORM 046-PROCURAR-DISC-CURR
              END-IF
              IF WS-DI-ACHOU = 'N'
                 ADD 1 TO WS-CTFORACURR
              ELSE
                 MOVE 'S' TO WS-TEM-DEPEND
                 ADD 1 TO WS-CTDEPEND
                 MOVE DS-NUMERO-ALU     TO CL-NUMERO
                 MOVE 'D'               TO CL-TIPO
                 MOVE DS-COD-DISCIPLINA TO CL-DISCIPLINA
                 MOVE SPACES            TO CL-IMAGEM
                 MOVE FD-CURSO-ALU      TO CL-DP-CURSO
                 MOVE DS-RESULTADO      TO CL-DP-MOTIVO
                 MOVE DS-MEDIA          TO CL-DP-MEDIA
                 RELEASE CL-REG-REMATRIC
                 PERFORM 035-LOCALIZAR-CURSO
                 IF WS-C-IDX > ZEROS
                    ADD 1 TO WS-C-DEPEND (WS-C-IDX)
                 END-IF
              END-IF
           END-IF
           PERFORM 044-LER-ALUNDISC
           .
       046-PROCURAR-DISC-CURR.

           MOVE 'N' TO WS-DI-ACHOU
           PERFORM 047-COMPARAR-DISC-CURR
              VARYING WS-DI-I FROM 1 BY 1
              UNTIL WS-DI-I > WS-CR-QTDDISC (WS-CR-IDX) OR
                    WS-DI-ACHOU = 'S'
           .
       047-COMPARAR-DISC-CURR.

           IF WS-CR-DISC (WS-CR-IDX, WS-DI-I) = DS-COD-DISCIPLINA
              MOVE 'S' TO WS-DI-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR EXCECAO NO PADRAO DA SUITE
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * ALUNO ' FD-NUMERO-ALU ' CURSO ' FD-CURSO-ALU
               ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG059'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ALUNOS'        TO EX-SUBSISTEMA
           MOVE FD-NUMERO-ALU   TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT - CABECALHOS COM A QUANTIDADE
      *    APURADA NA VARREDURA, DETALHE E TRAILERS COM A CONTAGEM E
      *    O HASH DO QUE REALMENTE FOI GRAVADO
      *--------------------------------------------------------------*
       080-GRAVAR-DECKS.

           MOVE SPACES         TO AR-REG-ALUNO
           MOVE 'HDR'          TO ARC-ROTULO
           MOVE 'CGPRG059'     TO ARC-ORIGEM
           MOVE WS-DATA-DECK-N TO ARC-DATA
           MOVE WS-CTCONTINUA  TO ARC-QTDPREV
           WRITE AR-REG-CABECALHO

           MOVE SPACES         TO DN-REG-CABEC
           MOVE 'HDR'          TO DN-CB-ROTULO
           MOVE 'CGPRG059'     TO DN-CB-ORIGEM
           MOVE WS-DATA-DECK-N TO DN-CB-DATA
           MOVE WS-CTDEPEND    TO DN-CB-QTDPREV
           WRITE DN-REG-CABEC

           MOVE 'N' TO WS-FIM-LISTA
           PERFORM 081-RETORNAR-REGISTRO UNTIL WS-FIM-LISTA = 'S'

           MOVE SPACES         TO AR-REG-ALUNO
           MOVE 'TRL'          TO ART-ROTULO
           MOVE WS-CTGRAVDECK  TO ART-QTD
           MOVE WS-HASH-DECK   TO ART-HASH
           WRITE AR-REG-TRAILER

           MOVE SPACES         TO DN-REG-TRAIL
           MOVE 'TRL'          TO DN-TL-ROTULO
           MOVE WS-CTGRAVDEP   TO DN-TL-QTD
           MOVE WS-HASH-DEPEND TO DN-TL-HASH
           WRITE DN-REG-TRAIL
           .
       081-RETORNAR-REGISTRO.

           RETURN CLASSIF
               AT END
                   MOVE 'S' TO WS-FIM-LISTA
               NOT AT END
                   IF CL-TIPO = 'A'
                      MOVE CL-IMAGEM TO AR-REG-ALUNO
                      WRITE AR-REG-ALUNO
                      ADD 1 TO WS-CTGRAVDECK
                      ADD CL-NUMERO TO WS-HASH-DECK
                          ON SIZE ERROR CONTINUE
                      END-ADD
                   ELSE
                      MOVE SPACES         TO DN-REG-DEPEND
                      MOVE CL-NUMERO      TO DN-NUMERO-ALU
                      MOVE CL-DISCIPLINA  TO DN-COD-DISCIPLINA
                      MOVE CL-DP-CURSO    TO DN-CURSO-ALU
                      MOVE CL-DP-MOTIVO   TO DN-MOTIVO
                      MOVE CL-DP-MEDIA    TO DN-MEDIA
                      WRITE DN-REG-DEPEND
                      ADD 1 TO WS-CTGRAVDEP
                      ADD CL-NUMERO TO WS-HASH-DEPEND
                          ON SIZE ERROR CONTINUE
                      END-ADD
                   END-IF
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    RESUMO DA REMATRICULA POR CURSO
      *--------------------------------------------------------------*
       085-IMPRIMIR-RESUMO.

           MOVE SPACES TO WS-REG-REMATREL
           STRING 'CGPRG059 - REMATRICULA PARA O SEMESTRE SEGUINTE'
                      DELIMITED BY SIZE
                  ' - RESUMO POR CURSO' DELIMITED BY SIZE
             INTO WS-REG-REMATREL
           END-STRING
           WRITE WS-REG-REMATREL
           MOVE SPACES TO WS-REG-REMATREL
           STRING 'DATA DA RODADA: '     DELIMITED BY SIZE
                  WS-DATA-EXEC           DELIMITED BY SIZE
                  '   DATA DO MOVIMENTO DO DECK: ' DELIMITED BY SIZE
                  WS-DATA-DECK-N         DELIMITED BY SIZE
             INTO WS-REG-REMATREL
           END-STRING
           WRITE WS-REG-REMATREL
           MOVE SPACES TO WS-REG-REMATREL
           WRITE WS-REG-REMATREL
           MOVE SPACES         TO WS-REG-REMATREL
           MOVE 'CURSO'        TO WS-REG-REMATREL (3:5)
           MOVE 'SITUACAO'     TO WS-REG-REMATREL (17:8)
           MOVE 'CONTINUAM'    TO WS-REG-REMATREL (31:9)
           MOVE 'FORMANDOS'    TO WS-REG-REMATREL (41:9)
           MOVE 'DESLIGADOS'   TO WS-REG-REMATREL (51:10)
           MOVE 'DEPENDENCIAS' TO WS-REG-REMATREL (62:12)
           WRITE WS-REG-REMATREL

           MOVE ZEROS TO WS-TOT-CONTINUA
           MOVE ZEROS TO WS-TOT-FORMANDO
           MOVE ZEROS TO WS-TOT-DESLIGADO
           MOVE ZEROS TO WS-TOT-DEPEND
           PERFORM 086-IMPRIMIR-CURSO
              VARYING WS-C-IDX FROM 1 BY 1
              UNTIL WS-C-IDX > WS-QTDE-CURSOS

           MOVE SPACES TO WS-REG-REMATREL
           WRITE WS-REG-REMATREL
           MOVE 'TOTAL GERAL'    TO WS-LC-CURSO
           MOVE SPACES           TO WS-LC-SITUACAO
           MOVE WS-TOT-CONTINUA  TO WS-LC-CONTINUA
           MOVE WS-TOT-FORMANDO  TO WS-LC-FORMANDO
           MOVE WS-TOT-DESLIGADO TO WS-LC-DESLIGADO
           MOVE WS-TOT-DEPEND    TO WS-LC-DEPEND
           WRITE WS-REG-REMATREL FROM WS-LIN-CURSO

           MOVE SPACES TO WS-REG-REMATREL
           WRITE WS-REG-REMATREL
           MOVE SPACES TO WS-REG-REMATREL
           STRING 'DECK ALUNOREM: '     DELIMITED BY SIZE
                  WS-CTGRAVDECK         DELIMITED BY SIZE
                  ' ALUNOS - HASH '     DELIMITED BY SIZE
                  WS-HASH-DECK          DELIMITED BY SIZE
             INTO WS-REG-REMATREL
           END-STRING
           WRITE WS-REG-REMATREL
           MOVE SPACES TO WS-REG-REMATREL
           STRING 'DEPENDEN.....: '     DELIMITED BY SIZE
                  WS-CTGRAVDEP          DELIMITED BY SIZE
                  ' LINHAS - HASH '     DELIMITED BY SIZE
                  WS-HASH-DEPEND        DELIMITED BY SIZE
                  ' - '                 DELIMITED BY SIZE
                  WS-CTALUDEP           DELIMITED BY SIZE
                  ' ALUNOS'             DELIMITED BY SIZE
             INTO WS-REG-REMATREL
           END-STRING
           WRITE WS-REG-REMATREL
           .
       086-IMPRIMIR-CURSO.

           MOVE WS-C-NOME (WS-C-IDX)      TO WS-LC-CURSO
           MOVE WS-C-SITUACAO (WS-C-IDX)  TO WS-LC-SITUACAO
           MOVE WS-C-CONTINUA (WS-C-IDX)  TO WS-LC-CONTINUA
           MOVE WS-C-FORMANDO (WS-C-IDX)  TO WS-LC-FORMANDO
           MOVE WS-C-DESLIGADO (WS-C-IDX) TO WS-LC-DESLIGADO
           MOVE WS-C-DEPEND (WS-C-IDX)    TO WS-LC-DEPEND
           WRITE WS-REG-REMATREL FROM WS-LIN-CURSO
           ADD WS-C-CONTINUA (WS-C-IDX)  TO WS-TOT-CONTINUA
           ADD WS-C-FORMANDO (WS-C-IDX)  TO WS-TOT-FORMANDO
           ADD WS-C-DESLIGADO (WS-C-IDX) TO WS-TOT-DESLIGADO
           ADD WS-C-DEPEND (WS-C-IDX)    TO WS-TOT-DEPEND
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

           MOVE 'CGPRG059'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS LIDOS DO MESTRE'        TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG059'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS REMATRICULADOS'         TO CT-DESCRICAO
           MOVE WS-CTGRAVDECK        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG059'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'FORMANDOS FORA DO DECK'        TO CT-DESCRICAO
           MOVE WS-CTFORMANDO        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG059'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'DESLIGADOS FORA DO DECK'       TO CT-DESCRICAO
           MOVE WS-CTDESLIGADO       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG059'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'DEPENDENCIAS GERADAS'          TO CT-DESCRICAO
           MOVE WS-CTGRAVDEP         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG059'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS COM DEPENDENCIA'        TO CT-DESCRICAO
           MOVE WS-CTALUDEP          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG059'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REPROVACOES FORA DO CURRICULO' TO CT-DESCRICAO
           MOVE WS-CTFORACURR        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG059'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS REJEITADOS'             TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE ALUNOUT
           CLOSE ALUNDISC
           CLOSE CURSOCAT
           CLOSE ALUNOREM
           CLOSE DEPENDEN
           CLOSE REMATREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG059        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ALUNOS LIDOS DO MESTRE....: ' WS-CTLIDO
           DISPLAY ' * ALUNOS REMATRICULADOS.....: ' WS-CTGRAVDECK
           DISPLAY ' * FORMANDOS FORA DO DECK....: ' WS-CTFORMANDO
           DISPLAY ' * DESLIGADOS FORA DO DECK...: ' WS-CTDESLIGADO
           DISPLAY ' * DEPENDENCIAS GERADAS......: ' WS-CTGRAVDEP
           DISPLAY ' * ALUNOS COM DEPENDENCIA....: ' WS-CTALUDEP
           DISPLAY ' * REPROV. FORA DO CURRICULO.: ' WS-CTFORACURR
           DISPLAY ' * ALUNOS REJEITADOS.........: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO.........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG059        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG059 <-------------------*
