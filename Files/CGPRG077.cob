       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG077.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    TRANSFERENCIA INTERNA DE CURSO COM APROVEITAMENTO DE       *
      *    DISCIPLINAS - RECEBE VIA SYSIN UM CARTAO POR TRANSFERENCIA *
      *    (MATRICULA + CURSO DESTINO + OPERADOR), CONFERE O OPERADOR *
      *    NO CGOPAUT (TIPO 'T') E O CURSO DESTINO NO CATALOGO        *
      *    CURSOCAT (CURSO ATIVO E COM VAGA - A OCUPACAO E CONTADA NO *
      *    MESTRE NO INICIO DO RUN E ACOMPANHA AS TRANSFERENCIAS). A  *
      *    TRANSFERENCIA REGRAVA O CURSO NO MESTRE ALUNOUT (JORNAL    *
      *    'T' NO ALUNOJRN) E CADA DISCIPLINA APROVADA (OU JA         *
      *    CREDITADA) NO ALUNDISC QUE TEM EQUIVALENCIA PARA O CURSO   *
      *    DESTINO NO ARQUIVO EQUIVAL (LAYOUT CGEQUIVA) E PERTENCE AO *
      *    CURRICULO DO CURSO DESTINO (CURRICUL) GANHA NO ALUNDISC O  *
      *    REGISTRO DA DISCIPLINA DE DESTINO, COM AS NOTAS DA ORIGEM  *
      *    E RESULTADO 'CREDITADO' (JORNAL 'D'). O REGISTRO DE ORIGEM *
      *    FICA COMO HISTORICO; O ALUNHIST NAO E TOCADO - OS          *
      *    SEMESTRES ANTERIORES FICAM NO CURSO ANTIGO E A MESMA       *
      *    MATRICULA LIGA AS DUAS PONTAS. NO FIM DO RUN O CAMINHO DE  *
      *    ACESSO POR CURSO (CURSOXRF) DOS TRANSFERIDOS E REGRAVADO.  *
      *    O RELATORIO TRANSREL MOSTRA, POR ALUNO, O QUE FOI          *
      *    CREDITADO E A SITUACAO DE CADA DISCIPLINA DO CURRICULO     *
      *    NOVO (CUMPRIDA, CREDITADA OU PENDENTE). SEM EQUIVAL NADA E *
      *    CREDITADO; SEM CURRICULO DO CURSO DESTINO A EQUIVALENCIA   *
      *    VALE SEM FILTRO E AS PENDENCIAS NAO SAO APURADAS. CARTAO   *
      *    INVALIDO VAI PARA O EXCEPREL (RC 04); CURSOCAT, ALUNOUT OU *
      *    ALUNDISC AUSENTE, DECK VAZIO OU MAIS DE 50 CURSOS NO       *
      *    MESTRE (TABELA DE OCUPACAO) DA RC 08; CURSOXRF NAO         *
      *    REGRAVADO DA RC 04. ESTORNO: O CGPRG039 DEVOLVE O CURSO NO *
      *    MESTRE PELO JORNAL 'T', MAS PULA OS 'D' - OS REGISTROS     *
      *    'CREDITADO' GRAVADOS NO ALUNDISC TEM DE SER EXCLUIDOS A    *
      *    MAO E O CURSOXRF REFEITO PELA CARGA DO CGPRG005.           *
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
           SELECT ALUNOUT   ASSIGN TO "ALUNOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-NUMERO-ALU
               FILE STATUS IS WS-FS-ALUNOUT.
           SELECT ALUNDISC  ASSIGN TO "ALUNDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS WS-FS-ALUNDISC.
           SELECT CURSOCAT  ASSIGN TO "CURSOCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-NOME-CURSO
               FILE STATUS IS WS-FS-CURSOCAT.
           SELECT EQUIVAL   ASSIGN TO "EQUIVAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EQUIVAL.
           SELECT CURRICUL  ASSIGN TO "CURRICUL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CURRICUL.
           SELECT CURSOXRF  ASSIGN TO "CURSOXRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CURSOXRF.
           SELECT TRANSREL  ASSIGN TO "TRANSREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALUNOJRN  ASSIGN TO "ALUNOJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ALUNOJRN.
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
      *-----> CARTAO DE TRANSFERENCIA - UM POR ALUNO TRANSFERIDO
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-TRANSF.
           05  TC-NUMERO              PIC 9(13).
           05  TC-CURSO-NOVO          PIC X(12).
           05  TC-OPERADOR            PIC X(08).

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

       FD  EQUIVAL
           LABEL RECORDS ARE STANDARD.
           COPY CGEQUIVA.

      *-----> CURRICULO POR CURSO - MESMO ARQUIVO DO CGPRG024
       FD  CURRICUL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CURRICUL.
           05  CU-CURSO            PIC X(12).
           05  CU-COD-DISCIPLINA   PIC X(08).

       FD  CURSOXRF
           LABEL RECORDS ARE STANDARD.
           COPY CGCURXRF.

       FD  TRANSREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-TRANSREL            PIC X(80).

      *-----> JORNAL DE AUDITORIA DO MESTRE DE ALUNOS - MESMO LAYOUT
      *       GRAVADO PELO CGPRG005/CGPRG008/CGPRG023
       FD  ALUNOJRN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-JORNAL.
           05  JR-PROGRAMA            PIC X(08).
           05  JR-DATA-EXECUCAO       PIC X(08).
           05  JR-OPERACAO            PIC X(01).
           05  JR-IMAGEM-ANTES        PIC X(74).
           05  JR-IMAGEM-DEPOIS       PIC X(74).
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
           05  WS-FIM-AUX             PIC X(01) VALUE "N".
           05  WS-TRANS-VALIDA        PIC X(01).
           05  WS-ERRO-XRF            PIC X(01) VALUE "N".
           05  WS-ABEND               PIC X(01) VALUE "N".
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTTRANSF            PIC 9(05) VALUE ZEROS.
           05  WS-CTCREDITO           PIC 9(05) VALUE ZEROS.
           05  WS-CTPENDENTE          PIC 9(05) VALUE ZEROS.
           05  WS-CTXRF               PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-FS-ALUNOUT          PIC X(02).
           05  WS-FS-ALUNDISC         PIC X(02).
           05  WS-FS-CURSOCAT         PIC X(02).
           05  WS-FS-EQUIVAL          PIC X(02).
           05  WS-FS-CURRICUL         PIC X(02).
           05  WS-FS-CURSOXRF         PIC X(02).
           05  WS-FS-ALUNOJRN         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-OPER-JRN            PIC X(01).
           05  WS-IMAGEM-ANTES        PIC X(74).
           05  WS-IMAGEM-DEPOIS       PIC X(74).
           05  WS-CURSO-ANTIGO        PIC X(12).
           05  WS-CURSO-PESQ          PIC X(12).
           05  WS-DISC-PESQ           PIC X(08).
           05  WS-SOUTMEDIA           PIC Z9,99.

      *-----> EQUIVALENCIAS CARREGADAS EM TABELA (ATE 200)
       77  WS-QTDE-EQUIV              PIC 9(03) VALUE ZEROS.
       77  WS-EQ-I                    PIC 9(03).
       01  WS-TAB-EQUIVALENCIA.
           05  WS-EQUIV       OCCURS 200 TIMES.
               10  WS-EQ-CURSO          PIC X(12).
               10  WS-EQ-ORIGEM         PIC X(08).
               10  WS-EQ-DESTINO        PIC X(08).

      *-----> CURRICULO CARREGADO EM TABELA: ATE 20 CURSOS COM ATE
      *       20 DISCIPLINAS OBRIGATORIAS CADA (MESMA TABELA DO
      *       CGPRG024)
       77  WS-QTDE-CURSOS             PIC 99    VALUE ZEROS.
       77  WS-CR-I                    PIC 99.
       77  WS-CR-IDX                  PIC 99.
       77  WS-CR-ACHOU                PIC X(01).
       77  WS-DI-I                    PIC 99.
       77  WS-DI-ACHOU                PIC X(01).
       01  WS-TAB-CURRICULO.
           05  WS-CURR-CURSO  OCCURS 20 TIMES.
               10  WS-CR-CURSO          PIC X(12).
               10  WS-CR-QTDDISC        PIC 99.
               10  WS-CR-DISC  OCCURS 20 TIMES
                                        PIC X(08).

      *-----> OCUPACAO DOS CURSOS - ALUNOS DO MESTRE POR CURSO,
      *       CONTADOS NO INICIO E ACERTADOS A CADA TRANSFERENCIA
       77  WS-QTDE-OCUP               PIC 99    VALUE ZEROS.
       77  WS-OC-I                    PIC 99.
       77  WS-OC-IDX                  PIC 99.
       77  WS-OC-ACHOU                PIC X(01).
       77  WS-OC-VAGAS                PIC 9(05).
       01  WS-TAB-OCUPACAO.
           05  WS-OCUPACAO    OCCURS 50 TIMES.
               10  WS-OC-CURSO          PIC X(12).
               10  WS-OC-QTD            PIC 9(05).

      *-----> ALUNOS TRANSFERIDOS NO RUN (ATE 100), PARA A
      *       REGRAVACAO DO CURSOXRF NO FIM
       77  WS-QTDE-TRANSF             PIC 9(03) VALUE ZEROS.
       77  WS-TT-I                    PIC 9(03).
       77  WS-TT-IDX                  PIC 9(03).
       77  WS-TT-ACHOU                PIC X(01).
       77  WS-TT-NUMERO-PESQ          PIC 9(13).
       01  WS-TAB-TRANSFERIDOS.
           05  WS-TRANSFERIDO OCCURS 100 TIMES.
               10  WS-TT-NUMERO         PIC 9(13).
               10  WS-TT-CURSO          PIC X(12).

      *-----> DISCIPLINAS APROVADAS DO ALUNO CORRENTE (ATE 40)
       77  WS-QTDE-APROV              PIC 99    VALUE ZEROS.
       77  WS-AP-I                    PIC 99.
       01  WS-TAB-APROVADAS.
           05  WS-APROVADA    OCCURS 40 TIMES.
               10  WS-AP-DISC           PIC X(08).
               10  WS-AP-NOTA1          PIC 9(02)V99.
               10  WS-AP-NOTA2          PIC 9(02)V99.
               10  WS-AP-MEDIA          PIC 9(02)V99.

      *-----> APURACAO DO ALUNO CORRENTE NO CURRICULO NOVO
       01  WS-AREA-APURACAO.
           05  WS-TR-CREDITADAS       PIC 99.
           05  WS-TR-LINHAS           PIC 99.
           05  WS-TR-CUMPRIDAS        PIC 99.
           05  WS-TR-PENDENTES        PIC 99.

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TRACO               PIC X(60) VALUE ALL '-'.
       01  WS-LIN-CREDITO.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  LC-ORIGEM              PIC X(08).
           05  FILLER                 PIC X(04) VALUE ' -> '.
           05  LC-DESTINO             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LC-MEDIA               PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LC-STATUS              PIC X(15).
       01  WS-LIN-DISC.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  LD-DISCIPLINA          PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LD-STATUS              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LD-MEDIA               PIC X(06).

      *-----> AREA DO AUTORIZADOR DE OPERADORES (CGOPAUT) - TODA
      *       TRANSFERENCIA CARREGA O OPERADOR E E CONFERIDA CONTRA
      *       O ARQUIVO OPERAUT ANTES DE TOCAR O MESTRE
           COPY CGOPAUTA.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG077.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG077 - TRANSFERENCIA INTERNA DE CURSO"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
              PERFORM 070-ATUALIZAR-CURSOXRF
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
           OPEN OUTPUT TRANSREL
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 014-ABRIR-ALUNOJRN
           PERFORM 015-CARREGAR-EQUIVAL
           PERFORM 017-CARREGAR-CURRICULO
           OPEN INPUT CURSOCAT
           IF WS-FS-CURSOCAT NOT = '00'
              DISPLAY ' * ERRO ABRINDO CURSOCAT - FS=' WS-FS-CURSOCAT
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN I-O ALUNDISC
              IF WS-FS-ALUNDISC NOT = '00'
                 DISPLAY ' * ERRO ABRINDO ALUNDISC - FS='
                     WS-FS-ALUNDISC
                 CLOSE CURSOCAT
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN I-O ALUNOUT
              IF WS-FS-ALUNOUT NOT = '00'
                 DISPLAY ' * ERRO ABRINDO ALUNOUT - FS='
                     WS-FS-ALUNOUT
                 CLOSE CURSOCAT
                 CLOSE ALUNDISC
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 020-CONTAR-OCUPACAO
              IF WS-ABEND = 'S'
                 CLOSE CURSOCAT
                 CLOSE ALUNDISC
                 CLOSE ALUNOUT
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 025-LER-SYSIN
           ELSE
              CLOSE SYSIN
              CLOSE TRANSREL
              CLOSE ALUNOJRN
              CLOSE CTLTOTAL
              CLOSE EXCEPREL
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
      *    PERMANENTE (MESMO DO CGPRG008); NA 1A VEZ (FILE STATUS 35)
      *    ABRE EM OUTPUT
      *--------------------------------------------------------------*
       014-ABRIR-ALUNOJRN.

           OPEN EXTEND ALUNOJRN
           IF WS-FS-ALUNOJRN = '35'
               OPEN OUTPUT ALUNOJRN
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS EQUIVALENCIAS - OPCIONAL; SEM O ARQUIVO A
      *    TRANSFERENCIA SAI SEM APROVEITAMENTO DE DISCIPLINAS
      *--------------------------------------------------------------*
       015-CARREGAR-EQUIVAL.

           OPEN INPUT EQUIVAL
           IF WS-FS-EQUIVAL NOT = '00'
              DISPLAY ' * EQUIVAL NAO ABERTO - FS=' WS-FS-EQUIVAL
                  ' - NENHUMA DISCIPLINA SERA CREDITADA'
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 016-LER-EQUIVAL UNTIL WS-FIM-AUX = 'S'
              CLOSE EQUIVAL
              DISPLAY ' * EQUIVALENCIAS CARREGADAS: ' WS-QTDE-EQUIV
           END-IF
           .
       016-LER-EQUIVAL.

           READ EQUIVAL
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF EQ-CURSO-DESTINO = SPACES OR
                      EQ-DISC-ORIGEM   = SPACES OR
                      EQ-DISC-DESTINO  = SPACES
                      DISPLAY ' * EQUIVALENCIA INCOMPLETA IGNORADA: '
                          EQ-REG-EQUIVALENCIA
                   ELSE
                      IF WS-QTDE-EQUIV < 200
                         ADD 1 TO WS-QTDE-EQUIV
                         MOVE EQ-CURSO-DESTINO TO
                             WS-EQ-CURSO   (WS-QTDE-EQUIV)
                         MOVE EQ-DISC-ORIGEM   TO
                             WS-EQ-ORIGEM  (WS-QTDE-EQUIV)
                         MOVE EQ-DISC-DESTINO  TO
                             WS-EQ-DESTINO (WS-QTDE-EQUIV)
                      ELSE
                         DISPLAY ' * TABELA DE EQUIVALENCIAS CHEIA '
                             '(200) - IGNORADA: ' EQ-REG-EQUIVALENCIA
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CURRICULO DE CADA CURSO PARA A TABELA - OPCIONAL;
      *    SEM ELE AS PENDENCIAS NO CURSO DESTINO NAO SAO APURADAS
      *--------------------------------------------------------------*
       017-CARREGAR-CURRICULO.

           OPEN INPUT CURRICUL
           IF WS-FS-CURRICUL NOT = '00'
              DISPLAY ' * CURRICUL NAO ABERTO - FS=' WS-FS-CURRICUL
                  ' - PENDENCIAS NAO SERAO APURADAS'
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 018-LER-CURRICUL UNTIL WS-FIM-AUX = 'S'
              CLOSE CURRICUL
              DISPLAY ' * CURSOS NO CURRICULO: ' WS-QTDE-CURSOS
           END-IF
           .
       018-LER-CURRICUL.

           READ CURRICUL
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   PERFORM 019-GUARDAR-DISCIPLINA
           END-READ
           .
       019-GUARDAR-DISCIPLINA.

           MOVE CU-CURSO TO WS-CURSO-PESQ
           PERFORM 026-LOCALIZAR-CURSO-CURR
           IF WS-CR-IDX = ZEROS
              IF WS-QTDE-CURSOS < 20
                 ADD 1 TO WS-QTDE-CURSOS
                 MOVE WS-QTDE-CURSOS TO WS-CR-IDX
                 MOVE CU-CURSO TO WS-CR-CURSO (WS-CR-IDX)
                 MOVE ZEROS    TO WS-CR-QTDDISC (WS-CR-IDX)
              ELSE
                 DISPLAY ' * TABELA DE CURSOS CHEIA (20) - CURSO '
                     CU-CURSO ' SEM CURRICULO NA TRANSFERENCIA'
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
      *--------------------------------------------------------------*
      *    CONTAR A OCUPACAO DE CADA CURSO NO MESTRE - BASE DA
      *    CONFERENCIA DE VAGAS DO CURSO DESTINO. TABELA CHEIA
      *    CANCELA O RUN (RC 08) - SEM A CONTAGEM DE UM CURSO A
      *    CONFERENCIA DE VAGAS NAO VALE
      *--------------------------------------------------------------*
       020-CONTAR-OCUPACAO.

           MOVE 'N' TO WS-FIM-AUX
           PERFORM 021-LER-OCUPACAO UNTIL WS-FIM-AUX = 'S'
           DISPLAY ' * CURSOS COM ALUNOS NO MESTRE: ' WS-QTDE-OCUP
           .
       021-LER-OCUPACAO.

           READ ALUNOUT NEXT
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   MOVE FD-CURSO-ALU TO WS-CURSO-PESQ
                   PERFORM 022-LOCALIZAR-OCUPACAO
                   IF WS-OC-IDX = ZEROS
                      IF WS-QTDE-OCUP < 50
                         ADD 1 TO WS-QTDE-OCUP
                         MOVE WS-QTDE-OCUP TO WS-OC-IDX
                         MOVE FD-CURSO-ALU TO WS-OC-CURSO (WS-OC-IDX)
                         MOVE ZEROS        TO WS-OC-QTD   (WS-OC-IDX)
                      ELSE
                         DISPLAY ' * TABELA DE OCUPACAO CHEIA (50) - '
                             'CURSO ' FD-CURSO-ALU ' NAO CONTADO'
                         MOVE 'S' TO WS-FIM-AUX
                         MOVE 'S' TO WS-ABEND
                         MOVE 08  TO RETURN-CODE
                      END-IF
                   END-IF
                   IF WS-OC-IDX > ZEROS
                      ADD 1 TO WS-OC-QTD (WS-OC-IDX)
                   END-IF
           END-READ
           .
       022-LOCALIZAR-OCUPACAO.

           MOVE 'N'   TO WS-OC-ACHOU
           MOVE ZEROS TO WS-OC-IDX
           PERFORM 023-COMPARAR-OCUPACAO
              VARYING WS-OC-I FROM 1 BY 1
              UNTIL WS-OC-I > WS-QTDE-OCUP OR WS-OC-ACHOU = 'S'
           .
       023-COMPARAR-OCUPACAO.

           IF WS-OC-CURSO (WS-OC-I) = WS-CURSO-PESQ
              MOVE WS-OC-I TO WS-OC-IDX
              MOVE 'S'     TO WS-OC-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DO PROXIMO CARTAO DE TRANSFERENCIA - VIA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           READ SYSIN
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
       026-LOCALIZAR-CURSO-CURR.

           MOVE 'N'   TO WS-CR-ACHOU
           MOVE ZEROS TO WS-CR-IDX
           PERFORM 027-COMPARAR-CURSO-CURR
              VARYING WS-CR-I FROM 1 BY 1
              UNTIL WS-CR-I > WS-QTDE-CURSOS OR WS-CR-ACHOU = 'S'
           .
       027-COMPARAR-CURSO-CURR.

           IF WS-CR-CURSO (WS-CR-I) = WS-CURSO-PESQ
              MOVE WS-CR-I TO WS-CR-IDX
              MOVE 'S'     TO WS-CR-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O OPERADOR DO CARTAO CONTRA O ARQUIVO OPERAUT
      *--------------------------------------------------------------*
       028-AUTORIZAR-OPERADOR.

           MOVE TC-OPERADOR   TO OA-OPERADOR
           MOVE 'CGPRG077'    TO OA-PROGRAMA
           MOVE 'T'           TO OA-TIPO
           CALL 'CGOPAUT' USING OA-AREA
           .
      *--------------------------------------------------------------*
      *    VALIDAR O CARTAO, O ALUNO E O CURSO DESTINO E APLICAR A
      *    TRANSFERENCIA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE 'S' TO WS-TRANS-VALIDA
           PERFORM 032-VALIDAR-CARTAO
           IF WS-TRANS-VALIDA = 'S'
              PERFORM 034-VALIDAR-ALUNO
           END-IF
           IF WS-TRANS-VALIDA = 'S'
              PERFORM 036-VALIDAR-CURSO-NOVO
           END-IF
           IF WS-TRANS-VALIDA = 'S'
              PERFORM 040-TRANSFERIR-ALUNO
           ELSE
              PERFORM 060-GRAVAR-EXCECAO
           END-IF

           PERFORM 025-LER-SYSIN
           .
       032-VALIDAR-CARTAO.

           IF TC-NUMERO NOT NUMERIC
              MOVE 'N' TO WS-TRANS-VALIDA
              MOVE 'MATRICULA NAO NUMERICA' TO WS-MOTIVO-EXC
           ELSE
              IF TC-CURSO-NOVO = SPACES
                 MOVE 'N' TO WS-TRANS-VALIDA
                 MOVE 'CURSO DESTINO NAO INFORMADO' TO WS-MOTIVO-EXC
              ELSE
                 PERFORM 028-AUTORIZAR-OPERADOR
                 IF OA-AUTORIZADO = 'N'
                    MOVE 'N' TO WS-TRANS-VALIDA
                    MOVE 'OPERADOR NAO AUTORIZADO' TO WS-MOTIVO-EXC
                 END-IF
              END-IF
           END-IF
           .
       034-VALIDAR-ALUNO.

           MOVE TC-NUMERO TO FD-NUMERO-ALU
           READ ALUNOUT
               INVALID KEY
                   MOVE 'N' TO WS-TRANS-VALIDA
                   MOVE 'ALUNO NAO ENCONTRADO NO MESTRE' TO
                       WS-MOTIVO-EXC
               NOT INVALID KEY
                   IF FD-CURSO-ALU = TC-CURSO-NOVO
                      MOVE 'N' TO WS-TRANS-VALIDA
                      MOVE 'ALUNO JA ESTA NO CURSO DESTINO' TO
                          WS-MOTIVO-EXC
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CURSO DESTINO NO CATALOGO, ATIVO E COM VAGA; A TABELA DE
      *    OCUPACAO (CURSO DESTINO SEM ALUNOS NO MESTRE) E A DE
      *    TRANSFERIDOS DO RUN TAMBEM PRECISAM TER LUGAR, SENAO A
      *    VAGA NAO SERIA CONTADA OU O CURSOXRF FICARIA DESATUALIZADO
      *--------------------------------------------------------------*
       036-VALIDAR-CURSO-NOVO.

           MOVE TC-CURSO-NOVO TO CC-NOME-CURSO
           READ CURSOCAT
               INVALID KEY
                   MOVE 'N' TO WS-TRANS-VALIDA
                   MOVE 'CURSO DESTINO FORA DO CATALOGO' TO
                       WS-MOTIVO-EXC
               NOT INVALID KEY
                   IF CC-ATIVO NOT = 'S'
                      MOVE 'N' TO WS-TRANS-VALIDA
                      MOVE 'CURSO DESTINO DESATIVADO' TO
                          WS-MOTIVO-EXC
                   ELSE
                      MOVE TC-CURSO-NOVO TO WS-CURSO-PESQ
                      PERFORM 022-LOCALIZAR-OCUPACAO
                      MOVE ZEROS TO WS-OC-VAGAS
                      IF WS-OC-IDX > ZEROS
                         MOVE WS-OC-QTD (WS-OC-IDX) TO WS-OC-VAGAS
                      END-IF
                      IF WS-OC-IDX = ZEROS AND WS-QTDE-OCUP NOT < 50
                         MOVE 'N' TO WS-TRANS-VALIDA
                         MOVE 'TABELA DE OCUPACAO CHEIA (50)' TO
                             WS-MOTIVO-EXC
                      ELSE
                         IF WS-OC-VAGAS NOT < CC-CAPACIDADE
                            MOVE 'N' TO WS-TRANS-VALIDA
                            MOVE 'CURSO DESTINO SEM VAGA' TO
                                WS-MOTIVO-EXC
                         END-IF
                      END-IF
                   END-IF
           END-READ
           IF WS-TRANS-VALIDA = 'S'
              MOVE TC-NUMERO TO WS-TT-NUMERO-PESQ
              PERFORM 043-LOCALIZAR-TRANSFERIDO
              IF WS-TT-IDX = ZEROS AND WS-QTDE-TRANSF NOT < 100
                 MOVE 'N' TO WS-TRANS-VALIDA
                 MOVE 'LIMITE DE 100 TRANSF. NO RUN' TO WS-MOTIVO-EXC
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR O CURSO NO MESTRE (JORNAL 'T'), ACERTAR A
      *    OCUPACAO, CREDITAR AS DISCIPLINAS E RELATAR O ALUNO
      *--------------------------------------------------------------*
       040-TRANSFERIR-ALUNO.

           MOVE FD-CURSO-ALU  TO WS-CURSO-ANTIGO
           MOVE FD-REG-ALUNO  TO WS-IMAGEM-ANTES
           MOVE TC-CURSO-NOVO TO FD-CURSO-ALU
           REWRITE FD-REG-ALUNO
               INVALID KEY
                   DISPLAY ' * ERRO REGRAVANDO MESTRE: ' TC-NUMERO
                       ' FS=' WS-FS-ALUNOUT
                   MOVE 'ERRO REGRAVANDO O MESTRE' TO WS-MOTIVO-EXC
                   PERFORM 060-GRAVAR-EXCECAO
               NOT INVALID KEY
                   ADD 1 TO WS-CTTRANSF
                   MOVE 'T'          TO WS-OPER-JRN
                   MOVE FD-REG-ALUNO TO WS-IMAGEM-DEPOIS
                   PERFORM 065-GRAVAR-JORNAL
                   DISPLAY ' * TRANSFERIDO: ' TC-NUMERO ' DE '
                       WS-CURSO-ANTIGO ' PARA ' TC-CURSO-NOVO
                   PERFORM 041-ACERTAR-OCUPACAO
                   PERFORM 042-GUARDAR-TRANSFERIDO
                   MOVE ZEROS TO WS-TR-CREDITADAS
                   MOVE ZEROS TO WS-TR-LINHAS
                   MOVE ZEROS TO WS-TR-CUMPRIDAS
                   MOVE ZEROS TO WS-TR-PENDENTES
                   MOVE TC-CURSO-NOVO TO WS-CURSO-PESQ
                   PERFORM 026-LOCALIZAR-CURSO-CURR
                   PERFORM 075-RELATAR-CABECALHO
                   PERFORM 045-LEVANTAR-APROVADAS
                   PERFORM 050-CREDITAR-UMA-APROVADA
                      VARYING WS-AP-I FROM 1 BY 1
                      UNTIL WS-AP-I > WS-QTDE-APROV
                   IF WS-TR-LINHAS = ZEROS
                      MOVE '     NENHUMA DISCIPLINA CREDITADA' TO
                          WS-REG-TRANSREL
                      WRITE WS-REG-TRANSREL
                   END-IF
                   PERFORM 077-RELATAR-PENDENCIAS
           END-REWRITE
           .
       041-ACERTAR-OCUPACAO.

           MOVE TC-CURSO-NOVO TO WS-CURSO-PESQ
           PERFORM 022-LOCALIZAR-OCUPACAO
           IF WS-OC-IDX = ZEROS
              ADD 1 TO WS-QTDE-OCUP
              MOVE WS-QTDE-OCUP  TO WS-OC-IDX
              MOVE TC-CURSO-NOVO TO WS-OC-CURSO (WS-OC-IDX)
              MOVE ZEROS         TO WS-OC-QTD   (WS-OC-IDX)
           END-IF
           IF WS-OC-IDX > ZEROS
              ADD 1 TO WS-OC-QTD (WS-OC-IDX)
           END-IF
           MOVE WS-CURSO-ANTIGO TO WS-CURSO-PESQ
           PERFORM 022-LOCALIZAR-OCUPACAO
           IF WS-OC-IDX > ZEROS
              IF WS-OC-QTD (WS-OC-IDX) > ZEROS
                 SUBTRACT 1 FROM WS-OC-QTD (WS-OC-IDX)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR O TRANSFERIDO PARA A REGRAVACAO DO CURSOXRF - O
      *    MESMO ALUNO TRANSFERIDO DUAS VEZES NO RUN FICA COM O
      *    ULTIMO CURSO
      *--------------------------------------------------------------*
       042-GUARDAR-TRANSFERIDO.

           MOVE TC-NUMERO TO WS-TT-NUMERO-PESQ
           PERFORM 043-LOCALIZAR-TRANSFERIDO
           IF WS-TT-IDX = ZEROS
              ADD 1 TO WS-QTDE-TRANSF
              MOVE WS-QTDE-TRANSF TO WS-TT-IDX
              MOVE TC-NUMERO      TO WS-TT-NUMERO (WS-TT-IDX)
           END-IF
           MOVE TC-CURSO-NOVO TO WS-TT-CURSO (WS-TT-IDX)
           .
       043-LOCALIZAR-TRANSFERIDO.

           MOVE 'N'   TO WS-TT-ACHOU
           MOVE ZEROS TO WS-TT-IDX
           PERFORM 044-COMPARAR-TRANSFERIDO
              VARYING WS-TT-I FROM 1 BY 1
              UNTIL WS-TT-I > WS-QTDE-TRANSF OR WS-TT-ACHOU = 'S'
           .
       044-COMPARAR-TRANSFERIDO.

           IF WS-TT-NUMERO (WS-TT-I) = WS-TT-NUMERO-PESQ
              MOVE WS-TT-I TO WS-TT-IDX
              MOVE 'S'     TO WS-TT-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEVANTAR AS DISCIPLINAS APROVADAS (OU JA CREDITADAS EM
      *    TRANSFERENCIA ANTERIOR) DO ALUNO - A VARREDURA TERMINA
      *    ANTES DE QUALQUER GRAVACAO NO ALUNDISC
      *--------------------------------------------------------------*
       045-LEVANTAR-APROVADAS.

           MOVE ZEROS      TO WS-QTDE-APROV
           MOVE 'N'        TO WS-FIM-AUX
           MOVE TC-NUMERO  TO DS-NUMERO-ALU
           MOVE LOW-VALUES TO DS-COD-DISCIPLINA
           START ALUNDISC KEY >= DS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-AUX
           END-START
           PERFORM 046-LER-DISCIPLINA-ALUNO UNTIL WS-FIM-AUX = 'S'
           .
       046-LER-DISCIPLINA-ALUNO.

           READ ALUNDISC NEXT
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF DS-NUMERO-ALU NOT = TC-NUMERO
                      MOVE 'S' TO WS-FIM-AUX
                   ELSE
                      IF DS-RESULTADO = 'APROVADO' OR
                         DS-RESULTADO = 'CREDITADO'
                         IF WS-QTDE-APROV < 40
                            ADD 1 TO WS-QTDE-APROV
                            MOVE DS-COD-DISCIPLINA TO
                                WS-AP-DISC  (WS-QTDE-APROV)
                            MOVE DS-NOTA1 TO WS-AP-NOTA1 (WS-QTDE-APROV)
                            MOVE DS-NOTA2 TO WS-AP-NOTA2 (WS-QTDE-APROV)
                            MOVE DS-MEDIA TO WS-AP-MEDIA (WS-QTDE-APROV)
                         ELSE
                            DISPLAY ' * ALUNO ' TC-NUMERO ' COM MAIS '
                                'DE 40 APROVADAS - ' DS-COD-DISCIPLINA
                                ' NAO APROVEITADA'
                         END-IF
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CADA APROVADA E CONFERIDA CONTRA TODAS AS EQUIVALENCIAS DO
      *    CURSO DESTINO (UMA DISCIPLINA PODE VALER POR MAIS DE UMA)
      *--------------------------------------------------------------*
       050-CREDITAR-UMA-APROVADA.

           PERFORM 051-CONFERIR-EQUIVALENCIA
              VARYING WS-EQ-I FROM 1 BY 1
              UNTIL WS-EQ-I > WS-QTDE-EQUIV
           .
       051-CONFERIR-EQUIVALENCIA.

           IF WS-EQ-CURSO  (WS-EQ-I) = TC-CURSO-NOVO AND
              WS-EQ-ORIGEM (WS-EQ-I) = WS-AP-DISC (WS-AP-I)
              PERFORM 053-CREDITAR-DISCIPLINA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O CREDITO NO ALUNDISC - SO PARA DISCIPLINA DO
      *    CURRICULO DO CURSO DESTINO (QUANDO HA CURRICULO); DESTINO
      *    JA PRESENTE NO ALUNDISC NAO E SOBREPOSTO
      *--------------------------------------------------------------*
       053-CREDITAR-DISCIPLINA.

           MOVE WS-AP-DISC    (WS-AP-I) TO LC-ORIGEM
           MOVE WS-EQ-DESTINO (WS-EQ-I) TO LC-DESTINO
           MOVE WS-AP-MEDIA   (WS-AP-I) TO WS-SOUTMEDIA
           MOVE WS-SOUTMEDIA            TO LC-MEDIA
           MOVE WS-EQ-DESTINO (WS-EQ-I) TO WS-DISC-PESQ
           MOVE 'S' TO WS-DI-ACHOU
           IF WS-CR-IDX > ZEROS
              PERFORM 054-LOCALIZAR-DISC-CURR
           END-IF
           IF WS-DI-ACHOU = 'N'
              MOVE 'FORA DO CURRIC.' TO LC-STATUS
           ELSE
              MOVE TC-NUMERO                TO DS-NUMERO-ALU
              MOVE WS-EQ-DESTINO (WS-EQ-I)  TO DS-COD-DISCIPLINA
              MOVE WS-AP-NOTA1   (WS-AP-I)  TO DS-NOTA1
              MOVE WS-AP-NOTA2   (WS-AP-I)  TO DS-NOTA2
              MOVE WS-AP-MEDIA   (WS-AP-I)  TO DS-MEDIA
              MOVE 'CREDITADO'              TO DS-RESULTADO
              WRITE DS-REG-DISCIPLINA
                  INVALID KEY
                      MOVE 'JA NO ALUNDISC' TO LC-STATUS
                  NOT INVALID KEY
                      ADD 1 TO WS-CTCREDITO
                      ADD 1 TO WS-TR-CREDITADAS
                      MOVE 'CREDITADA' TO LC-STATUS
                      MOVE 'D'               TO WS-OPER-JRN
                      MOVE SPACES            TO WS-IMAGEM-ANTES
                      MOVE DS-REG-DISCIPLINA TO WS-IMAGEM-DEPOIS
                      PERFORM 065-GRAVAR-JORNAL
              END-WRITE
           END-IF
           ADD 1 TO WS-TR-LINHAS
           IF WS-TR-LINHAS = 1
              MOVE '  EQUIVALENCIAS DO CURSO DESTINO (ORIGEM -> NOVA):'
                  TO WS-REG-TRANSREL
              WRITE WS-REG-TRANSREL
           END-IF
           MOVE WS-LIN-CREDITO TO WS-REG-TRANSREL
           WRITE WS-REG-TRANSREL
           .
       054-LOCALIZAR-DISC-CURR.

           MOVE 'N' TO WS-DI-ACHOU
           PERFORM 055-COMPARAR-DISC-CURR
              VARYING WS-DI-I FROM 1 BY 1
              UNTIL WS-DI-I > WS-CR-QTDDISC (WS-CR-IDX)
                 OR WS-DI-ACHOU = 'S'
           .
       055-COMPARAR-DISC-CURR.

           IF WS-CR-DISC (WS-CR-IDX, WS-DI-I) = WS-DISC-PESQ
              MOVE 'S' TO WS-DI-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A TRANSACAO INVALIDA NO RELATORIO CONSOLIDADO DE
      *    EXCECOES (EXCEPREL)
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * TRANSFERENCIA REJEITADA - MATRICULA: ' TC-NUMERO
               ' CURSO: ' TC-CURSO-NOVO ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG077'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ALUNOS'        TO EX-SUBSISTEMA
           MOVE TC-NUMERO       TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO JORNAL DE AUDITORIA A IMAGEM ANTES/DEPOIS DA
      *    GRAVACAO RECEM-APLICADA ('T' NO MESTRE, 'D' NO ALUNDISC),
      *    COM O OPERADOR DO CARTAO
      *--------------------------------------------------------------*
       065-GRAVAR-JORNAL.

           MOVE 'CGPRG077'       TO JR-PROGRAMA
           MOVE WS-DATA-EXEC     TO JR-DATA-EXECUCAO
           MOVE WS-OPER-JRN      TO JR-OPERACAO
           MOVE WS-IMAGEM-ANTES  TO JR-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS TO JR-IMAGEM-DEPOIS
           MOVE TC-OPERADOR      TO JR-OPERADOR
           WRITE WS-REG-JORNAL
           .
      *--------------------------------------------------------------*
      *    REGRAVAR O CAMINHO DE ACESSO POR CURSO DOS TRANSFERIDOS -
      *    SEM O CURSOXRF O CAMINHO FICA NO CURSO ANTIGO ATE A
      *    PROXIMA CARGA DO CGPRG005 (RC 04)
      *--------------------------------------------------------------*
       070-ATUALIZAR-CURSOXRF.

           IF WS-QTDE-TRANSF > ZEROS
              OPEN I-O CURSOXRF
              IF WS-FS-CURSOXRF NOT = '00'
                 DISPLAY ' * CURSOXRF NAO ABERTO - FS=' WS-FS-CURSOXRF
                     ' - CAMINHO POR CURSO NAO ATUALIZADO'
                 MOVE 'S' TO WS-ERRO-XRF
              ELSE
                 MOVE 'N' TO WS-FIM-AUX
                 PERFORM 071-LER-CURSOXRF UNTIL WS-FIM-AUX = 'S'
                 CLOSE CURSOXRF
              END-IF
           END-IF
           .
       071-LER-CURSOXRF.

           READ CURSOXRF
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   MOVE XR-NUMERO-ALU TO WS-TT-NUMERO-PESQ
                   PERFORM 043-LOCALIZAR-TRANSFERIDO
                   IF WS-TT-IDX > ZEROS
                      IF XR-CURSO-ALU NOT = WS-TT-CURSO (WS-TT-IDX)
                         MOVE WS-TT-CURSO (WS-TT-IDX) TO XR-CURSO-ALU
                         REWRITE WS-REG-CURSOXRF
                         IF WS-FS-CURSOXRF NOT = '00'
                            DISPLAY ' * ERRO REGRAVANDO CURSOXRF - FS='
                                WS-FS-CURSOXRF ' ALUNO '
                                XR-NUMERO-ALU
                            MOVE 'S' TO WS-ERRO-XRF
                         ELSE
                            ADD 1 TO WS-CTXRF
                         END-IF
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CABECALHO DO ALUNO TRANSFERIDO NO TRANSREL
      *--------------------------------------------------------------*
       075-RELATAR-CABECALHO.

           MOVE WS-LIN-TRACO TO WS-REG-TRANSREL
           WRITE WS-REG-TRANSREL
           MOVE SPACES TO WS-REG-TRANSREL
           STRING 'TRANSFERENCIA ' DELIMITED BY SIZE
                  FD-NUMERO-ALU    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  FD-NOME-ALU      DELIMITED BY SIZE
             INTO WS-REG-TRANSREL
           END-STRING
           WRITE WS-REG-TRANSREL
           MOVE SPACES TO WS-REG-TRANSREL
           STRING '  DE '          DELIMITED BY SIZE
                  WS-CURSO-ANTIGO  DELIMITED BY SIZE
                  ' PARA '         DELIMITED BY SIZE
                  TC-CURSO-NOVO    DELIMITED BY SIZE
                  ' OPERADOR '     DELIMITED BY SIZE
                  TC-OPERADOR      DELIMITED BY SIZE
             INTO WS-REG-TRANSREL
           END-STRING
           WRITE WS-REG-TRANSREL
           .
      *--------------------------------------------------------------*
      *    SITUACAO DE CADA DISCIPLINA DO CURRICULO NOVO - CUMPRIDA
      *    (APROVADA COM O MESMO CODIGO), CREDITADA OU PENDENTE
      *    (REPROVADA OU NUNCA CURSADA)
      *--------------------------------------------------------------*
       077-RELATAR-PENDENCIAS.

           IF WS-CR-IDX = ZEROS
              MOVE '  CURSO DESTINO SEM CURRICULO CADASTRADO' TO
                  WS-REG-TRANSREL
              WRITE WS-REG-TRANSREL
           ELSE
              MOVE '  CURRICULO DO CURSO DESTINO:' TO WS-REG-TRANSREL
              WRITE WS-REG-TRANSREL
              PERFORM 078-APURAR-UMA-DISCIPLINA
                 VARYING WS-DI-I FROM 1 BY 1
                 UNTIL WS-DI-I > WS-CR-QTDDISC (WS-CR-IDX)
           END-IF
           MOVE SPACES TO WS-REG-TRANSREL
           STRING '  RESUMO: CREDITADAS ' DELIMITED BY SIZE
                  WS-TR-CREDITADAS       DELIMITED BY SIZE
                  ' CUMPRIDAS '          DELIMITED BY SIZE
                  WS-TR-CUMPRIDAS        DELIMITED BY SIZE
                  ' PENDENTES '          DELIMITED BY SIZE
                  WS-TR-PENDENTES        DELIMITED BY SIZE
             INTO WS-REG-TRANSREL
           END-STRING
           WRITE WS-REG-TRANSREL
           .
       078-APURAR-UMA-DISCIPLINA.

           MOVE TC-NUMERO TO DS-NUMERO-ALU
           MOVE WS-CR-DISC (WS-CR-IDX, WS-DI-I) TO DS-COD-DISCIPLINA
           MOVE SPACES TO LD-MEDIA
           READ ALUNDISC
               INVALID KEY
                   ADD 1 TO WS-TR-PENDENTES
                   ADD 1 TO WS-CTPENDENTE
                   MOVE 'PENDENTE'  TO LD-STATUS
               NOT INVALID KEY
                   EVALUATE DS-RESULTADO
                       WHEN 'APROVADO'
                           ADD 1 TO WS-TR-CUMPRIDAS
                           MOVE 'CUMPRIDA'  TO LD-STATUS
                       WHEN 'CREDITADO'
                           ADD 1 TO WS-TR-CUMPRIDAS
                           MOVE 'CREDITADA' TO LD-STATUS
                       WHEN OTHER
                           ADD 1 TO WS-TR-PENDENTES
                           ADD 1 TO WS-CTPENDENTE
                           MOVE 'PENDENTE'  TO LD-STATUS
                   END-EVALUATE
                   MOVE DS-MEDIA     TO WS-SOUTMEDIA
                   MOVE WS-SOUTMEDIA TO LD-MEDIA
           END-READ
           MOVE WS-CR-DISC (WS-CR-IDX, WS-DI-I) TO LD-DISCIPLINA
           MOVE WS-LIN-DISC TO WS-REG-TRANSREL
           WRITE WS-REG-TRANSREL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTLIDO = ZEROS
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTINVALID > ZEROS OR WS-ERRO-XRF = 'S'
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF

           MOVE 'CGPRG077'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRANSFERENCIAS LIDAS'           TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG077'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRANSFERENCIAS EFETUADAS'       TO CT-DESCRICAO
           MOVE WS-CTTRANSF          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG077'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'DISCIPLINAS CREDITADAS'         TO CT-DESCRICAO
           MOVE WS-CTCREDITO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG077'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PENDENCIAS NO CURSO DESTINO'    TO CT-DESCRICAO
           MOVE WS-CTPENDENTE        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG077'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CURSOXRF REGRAVADOS'            TO CT-DESCRICAO
           MOVE WS-CTXRF             TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG077'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRANSACOES INVALIDAS'           TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE SYSIN
           CLOSE TRANSREL
           CLOSE CURSOCAT
           CLOSE ALUNDISC
           CLOSE ALUNOUT
           CLOSE ALUNOJRN
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG077        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * TRANSFERENCIAS LIDAS...: ' WS-CTLIDO
           DISPLAY ' * TRANSFERENCIAS FEITAS..: ' WS-CTTRANSF
           DISPLAY ' * DISCIPLINAS CREDITADAS.: ' WS-CTCREDITO
           DISPLAY ' * PENDENCIAS NO DESTINO..: ' WS-CTPENDENTE
           DISPLAY ' * CURSOXRF REGRAVADOS....: ' WS-CTXRF
           DISPLAY ' * TRANSACOES INVALIDAS...: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG077        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG077 <-------------------*
