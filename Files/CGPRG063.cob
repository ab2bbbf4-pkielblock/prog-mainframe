       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG063.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 01/10/2026.
       DATE-COMPILED. 01/10/2026.
      *--------------------------------------------------------------*
      *    EXPORTACAO DO CENSO DA EDUCACAO SUPERIOR - O ARQUIVO DO    *
      *    CENSO ERA MONTADO A MAO A PARTIR DAS LISTAGENS DO ALUNOUT, *
      *    DO ALUNHIST E DO CURSOCAT. ESTE PROGRAMA GRAVA O ARQUIVO   *
      *    CENSO NO LEIAUTE FIXO CGCENSO: UM REGISTRO DE CURSO POR    *
      *    CURSO DO CATALOGO E UM REGISTRO DE ALUNO POR VINCULO       *
      *    ALUNO X CURSO NO ANO DE REFERENCIA, COM A SITUACAO DO      *
      *    VINCULO APURADA NO HISTORICO DE SEMESTRES (ALUNHIST):      *
      *    FORMADO      - DIPLOMA NO REGISTRO DIPLOMAS (CGPRG062) COM *
      *                   COLACAO NO ANO DE REFERENCIA                *
      *    TRANSFERIDO  - CURSO DO 1O SEMESTRE DIFERENTE DO CURSO DO  *
      *                   2O (O VINCULO NOVO SAI EM OUTRO REGISTRO)   *
      *    CURSANDO     - PRESENTE NO ULTIMO SEMESTRE FECHADO DO ANO  *
      *    DESVINCULADO - AUSENTE DO ULTIMO SEMESTRE FECHADO DO ANO   *
      *    NOME DO CURSO E SITUACAO SAO TRADUZIDOS PARA OS CODIGOS    *
      *    OFICIAIS PELA TABELA TRADCENS (LAYOUT CGTRADCS). REGISTRO  *
      *    COM CAMPO OBRIGATORIO FALTANDO (CODIGO OFICIAL, NOME,      *
      *    SEXO, IDADE) NAO ENTRA NO ARQUIVO: VAI PARA O EXCEPREL.    *
      *    CARTAO DE PARAMETRO (SYSIN): ANO DE REFERENCIA (AAAA) E    *
      *    CODIGO DA INSTITUICAO NO CADASTRO OFICIAL (8 DIGITOS).     *
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
           SELECT TRADCENS  ASSIGN TO "TRADCENS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRADCENS.
           SELECT CURSOCAT  ASSIGN TO "CURSOCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CC-NOME-CURSO
               FILE STATUS IS WS-FS-CURSOCAT.
           SELECT ALUNHIST  ASSIGN TO "ALUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-CHAVE
               FILE STATUS IS WS-FS-ALUNHIST.
           SELECT DIPLOMAS  ASSIGN TO "DIPLOMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DG-CHAVE
               FILE STATUS IS WS-FS-DIPLOMAS.
           SELECT ORDCENSO  ASSIGN TO "SORTWK01".
           SELECT CENSO     ASSIGN TO "CENSO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CENSOREL  ASSIGN TO "CENSOREL"
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
      *-----> CARTAO DE PARAMETRO - ANO DE REFERENCIA E CODIGO DA IES
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-ANO            PIC 9(04).
           05  WS-PARM-IES            PIC 9(08).
           05  FILLER                 PIC X(68).

       FD  TRADCENS
           LABEL RECORDS ARE STANDARD.
           COPY CGTRADCS.

       FD  CURSOCAT
           LABEL RECORDS ARE STANDARD.
           COPY CGCURCAT.

      *-----> HISTORICO DE SEMESTRES - MESMO LAYOUT GRAVADO PELO
      *       CGPRG009 (CHAVE ANO + SEMESTRE + MATRICULA)
       FD  ALUNHIST
           LABEL RECORDS ARE STANDARD.
       01  HS-REG-HISTORICO.
           05  HS-CHAVE.
               10  HS-ANO              PIC 9(04).
               10  HS-SEMESTRE         PIC 9(01).
               10  HS-NUMERO-ALU       PIC 9(13).
           05  HS-NOME-ALU             PIC X(25).
           05  HS-SEXO-ALU             PIC X(01).
           05  HS-IDADE-ALU            PIC 9(02).
           05  HS-CURSO-ALU            PIC X(12).
           05  HS-NOTA1-ALU            PIC 9(02)V99.
           05  HS-NOTA2-ALU            PIC 9(02)V99.
           05  HS-MEDIA-ALU            PIC 9(02)V99.
           05  HS-SITUACAO-ALU         PIC X(09).

       FD  DIPLOMAS
           LABEL RECORDS ARE STANDARD.
           COPY CGDIPLOM.

      *-----> SEMESTRES DO ANO DE REFERENCIA, POR ALUNO
       SD  ORDCENSO.
       01  SC-REG-SEMESTRE.
           05  SC-NUMERO-ALU       PIC 9(13).
           05  SC-SEMESTRE         PIC 9(01).
           05  SC-CURSO            PIC X(12).
           05  SC-NOME             PIC X(25).
           05  SC-SEXO             PIC X(01).
           05  SC-IDADE            PIC 9(02).

       FD  CENSO
           LABEL RECORDS ARE STANDARD.
           COPY CGCENSO.

       FD  CENSOREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CENSOREL            PIC X(80).

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
           05  WS-ABEND               PIC X(01) VALUE 'N'.
           05  WS-FIM-AUX             PIC X(01) VALUE 'N'.
           05  WS-FIM-SORT            PIC X(01) VALUE 'N'.
           05  WS-TEM-DIPLOMAS        PIC X(01) VALUE 'N'.
           05  WS-CTHIST              PIC 9(07) VALUE ZEROS.
           05  WS-CTALUNOS            PIC 9(07) VALUE ZEROS.
           05  WS-CTCURSOS            PIC 9(05) VALUE ZEROS.
           05  WS-CTCURGRAV           PIC 9(05) VALUE ZEROS.
           05  WS-CTALUGRAV           PIC 9(07) VALUE ZEROS.
           05  WS-CTGRAVADO           PIC 9(07) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-FS-TRADCENS         PIC X(02).
           05  WS-FS-CURSOCAT         PIC X(02).
           05  WS-FS-ALUNHIST         PIC X(02).
           05  WS-FS-DIPLOMAS         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).
           05  WS-ULT-SEMESTRE        PIC 9(01) VALUE ZEROS.
           05  WS-ANO-COLACAO         PIC 9(04).

      *-----> TABELA DE TRADUCAO CARREGADA DO TRADCENS
       77  WS-QTDE-TRAD               PIC 9(03) VALUE ZEROS.
       77  WS-TR-I                    PIC 9(03).
       77  WS-TR-ACHOU                PIC X(01).
       77  WS-TR-TIPO-PESQ            PIC X(01).
       77  WS-TR-VALOR-PESQ           PIC X(12).
       77  WS-TR-CODIGO               PIC X(10).
       01  WS-TAB-TRADUCAO.
           05  WS-TRADUCAO  OCCURS 300 TIMES.
               10  WS-TR-TIPO           PIC X(01).
               10  WS-TR-VALOR          PIC X(12).
               10  WS-TR-OFICIAL        PIC X(10).

      *-----> CURSOS DO CATALOGO, COM O CODIGO OFICIAL E A CONTAGEM
      *       DOS VINCULOS POR SITUACAO PARA O RESUMO
       77  WS-QTDE-CURSOS             PIC 9(03) VALUE ZEROS.
       77  WS-CS-I                    PIC 9(03).
       77  WS-CS-IDX                  PIC 9(03).
       77  WS-CS-ACHOU                PIC X(01).
       01  WS-TAB-CURSOS.
           05  WS-CURSO  OCCURS 200 TIMES.
               10  WS-CS-NOME           PIC X(12).
               10  WS-CS-CODIGO         PIC X(10).
               10  WS-CS-ENVIADO        PIC X(01).
               10  WS-CS-CURSANDO       PIC 9(05).
               10  WS-CS-FORMADO        PIC 9(05).
               10  WS-CS-DESVINC        PIC 9(05).
               10  WS-CS-TRANSF         PIC 9(05).
               10  WS-CS-REJEIT         PIC 9(05).

      *-----> SEMESTRES DO ALUNO EM QUEBRA (1O E 2O DO ANO)
       77  WS-NUMERO-QUEBRA           PIC 9(13) VALUE ZEROS.
       01  WS-SEMESTRE-1.
           05  WS-S1-PRESENTE         PIC X(01).
           05  WS-S1-CURSO            PIC X(12).
           05  WS-S1-NOME             PIC X(25).
           05  WS-S1-SEXO             PIC X(01).
           05  WS-S1-IDADE            PIC 9(02).
       01  WS-SEMESTRE-2.
           05  WS-S2-PRESENTE         PIC X(01).
           05  WS-S2-CURSO            PIC X(12).
           05  WS-S2-NOME             PIC X(25).
           05  WS-S2-SEXO             PIC X(01).
           05  WS-S2-IDADE            PIC 9(02).

      *-----> VINCULO A GRAVAR NO CENSO
       01  WS-VINCULO.
           05  WS-VC-SEMESTRE         PIC 9(01).
           05  WS-VC-CURSO            PIC X(12).
           05  WS-VC-NOME             PIC X(25).
           05  WS-VC-SEXO             PIC X(01).
           05  WS-VC-IDADE            PIC 9(02).
           05  WS-VC-SITUACAO         PIC X(12).

      *-----> LINHAS DO RESUMO
       01  WS-LINHA                   PIC X(80).
       01  WS-LIN-CURSO.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-CURSO            PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-CODIGO           PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-CURSANDO         PIC ZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-LC-FORMADO          PIC ZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-LC-DESVINC          PIC ZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-LC-TRANSF           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-LC-REJEIT           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(10) VALUE SPACES.
       01  WS-LIN-RESUMO.
           05  WS-LR-DESCRICAO        PIC X(40).
           05  WS-LR-VALOR            PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(31) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG063.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG063 - EXPORTACAO DO CENSO DA EDUCACAO"
           DISPLAY "SUPERIOR"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 020-EXPORTAR-CURSOS
              SORT ORDCENSO
                  ON ASCENDING KEY SC-NUMERO-ALU
                                   SC-SEMESTRE
                  INPUT PROCEDURE IS 200-LIBERAR-HISTORICO
                  OUTPUT PROCEDURE IS 300-APURAR-ALUNOS
              PERFORM 080-GRAVAR-TRAILER
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
           OPEN INPUT SYSIN
           READ SYSIN
               AT END
                   DISPLAY ' * ERRO: CARTAO DE PARAMETRO AUSENTE'
                   MOVE 'S' TO WS-ABEND
                   MOVE 08  TO RETURN-CODE
           END-READ
           CLOSE SYSIN
           IF WS-ABEND NOT = 'S'
              IF WS-PARM-ANO NOT NUMERIC OR WS-PARM-ANO < 2000 OR
                 WS-PARM-IES NOT NUMERIC OR WS-PARM-IES = ZEROS
                 DISPLAY ' * ERRO: PARAMETRO INVALIDO: ' WS-PARM-ANO
                     ' ' WS-PARM-IES
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 DISPLAY 'ANO DE REFERENCIA.........: ' WS-PARM-ANO
                 DISPLAY 'CODIGO DA INSTITUICAO.....: ' WS-PARM-IES
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              PERFORM 005-CARREGAR-TRADUCAO
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
              OPEN INPUT ALUNHIST
              IF WS-FS-ALUNHIST NOT = '00'
                 DISPLAY ' * ERRO ABRINDO ALUNHIST - FS='
                     WS-FS-ALUNHIST
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT DIPLOMAS
              IF WS-FS-DIPLOMAS = '00'
                 MOVE 'S' TO WS-TEM-DIPLOMAS
              ELSE
                 DISPLAY ' * DIPLOMAS NAO ABERTO - FS=' WS-FS-DIPLOMAS
                     ' - NENHUM VINCULO SAI COMO FORMADO'
              END-IF
              OPEN OUTPUT CENSO
              OPEN OUTPUT CENSOREL
              PERFORM 015-GRAVAR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR A TABELA DE TRADUCAO - OBRIGATORIA; CHAVE
      *    REPETIDA FICA COM A PRIMEIRA OCORRENCIA E VAI AO EXCEPREL
      *--------------------------------------------------------------*
       005-CARREGAR-TRADUCAO.

           OPEN INPUT TRADCENS
           IF WS-FS-TRADCENS NOT = '00'
              DISPLAY ' * ERRO ABRINDO TRADCENS - FS=' WS-FS-TRADCENS
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 006-LER-TRADUCAO UNTIL WS-FIM-AUX = 'S'
              CLOSE TRADCENS
              DISPLAY ' * CODIGOS NA TABELA DE TRADUCAO: ' WS-QTDE-TRAD
           END-IF
           .
       006-LER-TRADUCAO.

           READ TRADCENS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   PERFORM 007-GUARDAR-TRADUCAO
           END-READ
           .
       007-GUARDAR-TRADUCAO.

           MOVE TC-TIPO          TO WS-TR-TIPO-PESQ
           MOVE TC-VALOR-INTERNO TO WS-TR-VALOR-PESQ
           PERFORM 050-TRADUZIR
           IF WS-TR-ACHOU = 'S'
              MOVE TC-VALOR-INTERNO TO WS-CHAVE-EXC
              MOVE 'TRADUCAO REPETIDA NO TRADCENS' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF WS-QTDE-TRAD < 300
                 ADD 1 TO WS-QTDE-TRAD
                 MOVE TC-TIPO           TO WS-TR-TIPO (WS-QTDE-TRAD)
                 MOVE TC-VALOR-INTERNO  TO WS-TR-VALOR (WS-QTDE-TRAD)
                 MOVE TC-CODIGO-OFICIAL TO
                     WS-TR-OFICIAL (WS-QTDE-TRAD)
              ELSE
                 DISPLAY ' * TABELA DE TRADUCAO CHEIA (300)'
                 MOVE 'S' TO WS-FIM-AUX
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
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
       015-GRAVAR-CABECALHO.

           MOVE SPACES       TO CE-REG-CENSO
           MOVE '10'         TO CE-TIPO-REG
           MOVE WS-PARM-IES  TO CE-CAB-IES
           MOVE WS-PARM-ANO  TO CE-CAB-ANO-REF
           COMPUTE CE-CAB-DATA-GERACAO = 20000000 + WS-DATA-EXEC
           WRITE CE-REG-CENSO
           ADD 1 TO WS-CTGRAVADO
           .
      *--------------------------------------------------------------*
      *    UM REGISTRO DE CURSO POR CURSO DO CATALOGO - SEM CODIGO
      *    OFICIAL OU SEM NOME OFICIAL O CURSO (E DEPOIS OS SEUS
      *    ALUNOS) VAI PARA O EXCEPREL
      *--------------------------------------------------------------*
       020-EXPORTAR-CURSOS.

           MOVE 'N' TO WS-FIM-AUX
           PERFORM 021-LER-CURSO UNTIL WS-FIM-AUX = 'S'
           CLOSE CURSOCAT
           .
       021-LER-CURSO.

           READ CURSOCAT NEXT
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTCURSOS
                   PERFORM 022-GRAVAR-CURSO
           END-READ
           .
       022-GRAVAR-CURSO.

           IF WS-QTDE-CURSOS < 200
              ADD 1 TO WS-QTDE-CURSOS
              MOVE WS-QTDE-CURSOS TO WS-CS-IDX
              MOVE CC-NOME-CURSO  TO WS-CS-NOME (WS-CS-IDX)
              MOVE 'N'            TO WS-CS-ENVIADO (WS-CS-IDX)
              MOVE ZEROS          TO WS-CS-CURSANDO (WS-CS-IDX)
                                     WS-CS-FORMADO (WS-CS-IDX)
                                     WS-CS-DESVINC (WS-CS-IDX)
                                     WS-CS-TRANSF (WS-CS-IDX)
                                     WS-CS-REJEIT (WS-CS-IDX)
              MOVE 'C'            TO WS-TR-TIPO-PESQ
              MOVE CC-NOME-CURSO  TO WS-TR-VALOR-PESQ
              PERFORM 050-TRADUZIR
              MOVE WS-TR-CODIGO   TO WS-CS-CODIGO (WS-CS-IDX)
              MOVE SPACES         TO WS-MOTIVO-EXC
              IF WS-TR-ACHOU = 'N'
                 MOVE 'CURSO SEM CODIGO OFICIAL' TO WS-MOTIVO-EXC
              END-IF
              IF WS-MOTIVO-EXC = SPACES AND CC-NOME-OFICIAL = SPACES
                 MOVE 'CURSO SEM NOME OFICIAL' TO WS-MOTIVO-EXC
              END-IF
              IF WS-MOTIVO-EXC = SPACES AND
                 CC-CAPACIDADE NOT NUMERIC
                 MOVE 'CURSO SEM QUANTIDADE DE VAGAS' TO WS-MOTIVO-EXC
              END-IF
              IF WS-MOTIVO-EXC NOT = SPACES
                 MOVE CC-NOME-CURSO TO WS-CHAVE-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 MOVE SPACES          TO CE-REG-CENSO
                 MOVE '20'            TO CE-TIPO-REG
                 MOVE WS-TR-CODIGO    TO CE-CUR-CODIGO
                 MOVE CC-NOME-OFICIAL TO CE-CUR-NOME
                 MOVE CC-CODIGO       TO CE-CUR-CODIGO-INT
                 MOVE CC-CAPACIDADE   TO CE-CUR-VAGAS
                 IF CC-ATIVO = 'N'
                    MOVE '2' TO CE-CUR-SITUACAO
                 ELSE
                    MOVE '1' TO CE-CUR-SITUACAO
                 END-IF
                 WRITE CE-REG-CENSO
                 ADD 1 TO WS-CTGRAVADO
                 ADD 1 TO WS-CTCURGRAV
                 MOVE 'S' TO WS-CS-ENVIADO (WS-CS-IDX)
              END-IF
           ELSE
              DISPLAY ' * TABELA DE CURSOS CHEIA (200) - CURSO '
                  CC-NOME-CURSO ' FORA DO CENSO'
              MOVE CC-NOME-CURSO TO WS-CHAVE-EXC
              MOVE 'CURSO ALEM DA TABELA (200)' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURAR WS-TR-TIPO-PESQ + WS-TR-VALOR-PESQ NA TABELA DE
      *    TRADUCAO - DEVOLVE WS-TR-ACHOU E WS-TR-CODIGO
      *--------------------------------------------------------------*
       050-TRADUZIR.

           MOVE 'N'    TO WS-TR-ACHOU
           MOVE SPACES TO WS-TR-CODIGO
           PERFORM 051-COMPARAR-TRADUCAO
               VARYING WS-TR-I FROM 1 BY 1
               UNTIL WS-TR-I > WS-QTDE-TRAD OR WS-TR-ACHOU = 'S'
           .
       051-COMPARAR-TRADUCAO.

           IF WS-TR-TIPO (WS-TR-I)  = WS-TR-TIPO-PESQ AND
              WS-TR-VALOR (WS-TR-I) = WS-TR-VALOR-PESQ
              MOVE 'S'                    TO WS-TR-ACHOU
              MOVE WS-TR-OFICIAL (WS-TR-I) TO WS-TR-CODIGO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO RECUSADO NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * FORA DO CENSO: ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG063'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ALUNOS'        TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    TRAILER DO ARQUIVO DO CENSO
      *--------------------------------------------------------------*
       080-GRAVAR-TRAILER.

           ADD 1 TO WS-CTGRAVADO
           MOVE SPACES        TO CE-REG-CENSO
           MOVE '99'          TO CE-TIPO-REG
           MOVE WS-CTCURGRAV  TO CE-TRL-QTD-CURSOS
           MOVE WS-CTALUGRAV  TO CE-TRL-QTD-ALUNOS
           MOVE WS-CTGRAVADO  TO CE-TRL-QTD-TOTAL
           WRITE CE-REG-CENSO
           .
      *--------------------------------------------------------------*
      *    RESUMO DE CONFERENCIA ANTES DO ENVIO - VINCULOS POR CURSO
      *    E SITUACAO
      *--------------------------------------------------------------*
       085-IMPRIMIR-RESUMO.

           MOVE SPACES TO WS-LINHA
           STRING 'CGPRG063 - CENSO DA EDUCACAO SUPERIOR - ANO '
                                      DELIMITED BY SIZE
                  WS-PARM-ANO         DELIMITED BY SIZE
                  ' - RODADA '        DELIMITED BY SIZE
                  WS-DATA-EXEC        DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           WRITE WS-REG-CENSOREL FROM WS-LINHA
           MOVE SPACES TO WS-REG-CENSOREL
           WRITE WS-REG-CENSOREL
           MOVE SPACES TO WS-LINHA
           MOVE 'CURSO'    TO WS-LINHA (03:05)
           MOVE 'CODIGO'   TO WS-LINHA (17:06)
           MOVE 'CURSANDO' TO WS-LINHA (27:08)
           MOVE 'FORMADOS' TO WS-LINHA (36:08)
           MOVE 'DESVINC.' TO WS-LINHA (45:08)
           MOVE 'TRANSF.'  TO WS-LINHA (55:07)
           MOVE 'REJEIT.'  TO WS-LINHA (64:07)
           WRITE WS-REG-CENSOREL FROM WS-LINHA
           MOVE ALL '-' TO WS-REG-CENSOREL
           WRITE WS-REG-CENSOREL
           PERFORM 086-IMPRIMIR-CURSO
               VARYING WS-CS-I FROM 1 BY 1
               UNTIL WS-CS-I > WS-QTDE-CURSOS
           MOVE SPACES TO WS-REG-CENSOREL
           WRITE WS-REG-CENSOREL
           MOVE 'RESUMO DA EXPORTACAO:' TO WS-REG-CENSOREL
           WRITE WS-REG-CENSOREL
           MOVE '  SEMESTRES LIDOS DO HISTORICO.......:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTHIST      TO WS-LR-VALOR
           WRITE WS-REG-CENSOREL FROM WS-LIN-RESUMO
           MOVE '  ALUNOS NO ANO DE REFERENCIA........:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTALUNOS    TO WS-LR-VALOR
           WRITE WS-REG-CENSOREL FROM WS-LIN-RESUMO
           MOVE '  CURSOS NO CATALOGO.................:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTCURSOS    TO WS-LR-VALOR
           WRITE WS-REG-CENSOREL FROM WS-LIN-RESUMO
           MOVE '  REGISTROS DE CURSO GRAVADOS........:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTCURGRAV   TO WS-LR-VALOR
           WRITE WS-REG-CENSOREL FROM WS-LIN-RESUMO
           MOVE '  REGISTROS DE ALUNO GRAVADOS........:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTALUGRAV   TO WS-LR-VALOR
           WRITE WS-REG-CENSOREL FROM WS-LIN-RESUMO
           MOVE '  REGISTROS NO ARQUIVO CENSO.........:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTGRAVADO   TO WS-LR-VALOR
           WRITE WS-REG-CENSOREL FROM WS-LIN-RESUMO
           MOVE '  REGISTROS RECUSADOS (EXCEPREL).....:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTINVALID   TO WS-LR-VALOR
           WRITE WS-REG-CENSOREL FROM WS-LIN-RESUMO
           .
       086-IMPRIMIR-CURSO.

           MOVE WS-CS-NOME (WS-CS-I)     TO WS-LC-CURSO
           IF WS-CS-ENVIADO (WS-CS-I) = 'S'
              MOVE WS-CS-CODIGO (WS-CS-I) TO WS-LC-CODIGO
           ELSE
              MOVE '(RECUSADO)'           TO WS-LC-CODIGO
           END-IF
           MOVE WS-CS-CURSANDO (WS-CS-I) TO WS-LC-CURSANDO
           MOVE WS-CS-FORMADO (WS-CS-I)  TO WS-LC-FORMADO
           MOVE WS-CS-DESVINC (WS-CS-I)  TO WS-LC-DESVINC
           MOVE WS-CS-TRANSF (WS-CS-I)   TO WS-LC-TRANSF
           MOVE WS-CS-REJEIT (WS-CS-I)   TO WS-LC-REJEIT
           WRITE WS-REG-CENSOREL FROM WS-LIN-CURSO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - REGISTRO RECUSADO DEVOLVE RC 04
      *--------------------------------------------------------------*
       090-TERMINAR.
           IF WS-CTINVALID > ZEROS
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'CGPRG063'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'SEMESTRES LIDOS DO ALUNHIST'   TO CT-DESCRICAO
           MOVE WS-CTHIST            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG063'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS DE CURSO NO CENSO'   TO CT-DESCRICAO
           MOVE WS-CTCURGRAV         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG063'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS DE ALUNO NO CENSO'   TO CT-DESCRICAO
           MOVE WS-CTALUGRAV         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG063'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS GRAVADOS NO CENSO'   TO CT-DESCRICAO
           MOVE WS-CTGRAVADO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG063'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS RECUSADOS'           TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           CLOSE ALUNHIST
           IF WS-TEM-DIPLOMAS = 'S'
              CLOSE DIPLOMAS
           END-IF
           CLOSE CENSO
           CLOSE CENSOREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG063        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * SEMESTRES LIDOS DO ALUNHIST: ' WS-CTHIST
           DISPLAY ' * ALUNOS NO ANO DE REFERENCIA: ' WS-CTALUNOS
           DISPLAY ' * CURSOS NO CATALOGO.........: ' WS-CTCURSOS
           DISPLAY ' * REGISTROS DE CURSO.........: ' WS-CTCURGRAV
           DISPLAY ' * REGISTROS DE ALUNO.........: ' WS-CTALUGRAV
           DISPLAY ' * REGISTROS NO CENSO.........: ' WS-CTGRAVADO
           DISPLAY ' * REGISTROS RECUSADOS........: ' WS-CTINVALID
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG063        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT - SO OS SEMESTRES DO ANO DE
      *    REFERENCIA (POSICIONA NO 1O SEMESTRE DO ANO PELA CHAVE)
      *--------------------------------------------------------------*
       200-LIBERAR-HISTORICO.

           MOVE WS-PARM-ANO TO HS-ANO
           MOVE 1           TO HS-SEMESTRE
           MOVE ZEROS       TO HS-NUMERO-ALU
           MOVE 'N'         TO WS-FIM-AUX
           START ALUNHIST KEY IS NOT LESS THAN HS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-AUX
           END-START
           PERFORM 201-LER-HISTORICO UNTIL WS-FIM-AUX = 'S'
           IF WS-ULT-SEMESTRE = ZEROS
              DISPLAY ' * NENHUM SEMESTRE DE ' WS-PARM-ANO
                  ' NO ALUNHIST'
           ELSE
              DISPLAY ' * ULTIMO SEMESTRE FECHADO DO ANO: '
                  WS-PARM-ANO '/' WS-ULT-SEMESTRE
           END-IF
           .
       201-LER-HISTORICO.

           READ ALUNHIST NEXT
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF HS-ANO NOT = WS-PARM-ANO
                      MOVE 'S' TO WS-FIM-AUX
                   ELSE
                      PERFORM 202-LIBERAR-SEMESTRE
                   END-IF
           END-READ
           .
       202-LIBERAR-SEMESTRE.

           ADD 1 TO WS-CTHIST
           IF HS-SEMESTRE > WS-ULT-SEMESTRE
              MOVE HS-SEMESTRE TO WS-ULT-SEMESTRE
           END-IF
           MOVE HS-NUMERO-ALU TO SC-NUMERO-ALU
           MOVE HS-SEMESTRE   TO SC-SEMESTRE
           MOVE HS-CURSO-ALU  TO SC-CURSO
           MOVE HS-NOME-ALU   TO SC-NOME
           MOVE HS-SEXO-ALU   TO SC-SEXO
           MOVE HS-IDADE-ALU  TO SC-IDADE
           RELEASE SC-REG-SEMESTRE
           .
      *--------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT - QUEBRA POR ALUNO, JUNTANDO O
      *    1O E O 2O SEMESTRE DO ANO
      *--------------------------------------------------------------*
       300-APURAR-ALUNOS.

           MOVE ZEROS  TO WS-NUMERO-QUEBRA
           MOVE 'N'    TO WS-FIM-SORT
           PERFORM 310-RETORNAR-SEMESTRE UNTIL WS-FIM-SORT = 'S'
           IF WS-NUMERO-QUEBRA NOT = ZEROS
              PERFORM 330-FECHAR-ALUNO
           END-IF
           .
       310-RETORNAR-SEMESTRE.

           RETURN ORDCENSO
               AT END
                   MOVE 'S' TO WS-FIM-SORT
               NOT AT END
                   PERFORM 320-PROCESSAR-SEMESTRE
           END-RETURN
           .
       320-PROCESSAR-SEMESTRE.

           IF SC-NUMERO-ALU NOT = WS-NUMERO-QUEBRA
              IF WS-NUMERO-QUEBRA NOT = ZEROS
                 PERFORM 330-FECHAR-ALUNO
              END-IF
              ADD 1 TO WS-CTALUNOS
              MOVE SC-NUMERO-ALU TO WS-NUMERO-QUEBRA
              MOVE 'N' TO WS-S1-PRESENTE
              MOVE 'N' TO WS-S2-PRESENTE
           END-IF
           IF SC-SEMESTRE = 1
              MOVE 'S'      TO WS-S1-PRESENTE
              MOVE SC-CURSO TO WS-S1-CURSO
              MOVE SC-NOME  TO WS-S1-NOME
              MOVE SC-SEXO  TO WS-S1-SEXO
              MOVE SC-IDADE TO WS-S1-IDADE
           ELSE
              MOVE 'S'      TO WS-S2-PRESENTE
              MOVE SC-CURSO TO WS-S2-CURSO
              MOVE SC-NOME  TO WS-S2-NOME
              MOVE SC-SEXO  TO WS-S2-SEXO
              MOVE SC-IDADE TO WS-S2-IDADE
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR O ALUNO - TROCA DE CURSO NO ANO GERA O VINCULO
      *    TRANSFERIDO DO CURSO ANTIGO; O VINCULO DO ULTIMO CURSO SAI
      *    FORMADO, CURSANDO OU DESVINCULADO
      *--------------------------------------------------------------*
       330-FECHAR-ALUNO.

           IF WS-S1-PRESENTE = 'S' AND WS-S2-PRESENTE = 'S' AND
              WS-S1-CURSO NOT = WS-S2-CURSO
              MOVE 1             TO WS-VC-SEMESTRE
              MOVE WS-S1-CURSO   TO WS-VC-CURSO
              MOVE WS-S1-NOME    TO WS-VC-NOME
              MOVE WS-S1-SEXO    TO WS-VC-SEXO
              MOVE WS-S1-IDADE   TO WS-VC-IDADE
              MOVE 'TRANSFERIDO' TO WS-VC-SITUACAO
              PERFORM 340-GRAVAR-VINCULO
           END-IF
           IF WS-S2-PRESENTE = 'S'
              MOVE 2             TO WS-VC-SEMESTRE
              MOVE WS-S2-CURSO   TO WS-VC-CURSO
              MOVE WS-S2-NOME    TO WS-VC-NOME
              MOVE WS-S2-SEXO    TO WS-VC-SEXO
              MOVE WS-S2-IDADE   TO WS-VC-IDADE
           ELSE
              MOVE 1             TO WS-VC-SEMESTRE
              MOVE WS-S1-CURSO   TO WS-VC-CURSO
              MOVE WS-S1-NOME    TO WS-VC-NOME
              MOVE WS-S1-SEXO    TO WS-VC-SEXO
              MOVE WS-S1-IDADE   TO WS-VC-IDADE
           END-IF
           PERFORM 335-CONSULTAR-DIPLOMA
           IF WS-VC-SITUACAO NOT = 'FORMADO'
              IF WS-VC-SEMESTRE = WS-ULT-SEMESTRE
                 MOVE 'CURSANDO'     TO WS-VC-SITUACAO
              ELSE
                 MOVE 'DESVINCULADO' TO WS-VC-SITUACAO
              END-IF
           END-IF
           PERFORM 340-GRAVAR-VINCULO
           .
      *--------------------------------------------------------------*
      *    DIPLOMA DO ALUNO NO CURSO COM COLACAO NO ANO = FORMADO
      *--------------------------------------------------------------*
       335-CONSULTAR-DIPLOMA.

           MOVE SPACES TO WS-VC-SITUACAO
           IF WS-TEM-DIPLOMAS = 'S'
              MOVE WS-NUMERO-QUEBRA TO DG-NUMERO-ALU
              MOVE WS-VC-CURSO      TO DG-CURSO-ALU
              READ DIPLOMAS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      DIVIDE DG-DATA-COLACAO BY 10000
                          GIVING WS-ANO-COLACAO
                      IF WS-ANO-COLACAO = WS-PARM-ANO
                         MOVE 'FORMADO' TO WS-VC-SITUACAO
                      END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O VINCULO NO CENSO - CAMPO OBRIGATORIO FALTANDO
      *    MANDA O VINCULO PARA O EXCEPREL
      *--------------------------------------------------------------*
       340-GRAVAR-VINCULO.

           MOVE SPACES TO WS-MOTIVO-EXC
           MOVE 'N' TO WS-CS-ACHOU
           PERFORM 345-PROCURAR-CURSO
               VARYING WS-CS-I FROM 1 BY 1
               UNTIL WS-CS-I > WS-QTDE-CURSOS OR WS-CS-ACHOU = 'S'
           IF WS-CS-ACHOU = 'N'
              MOVE 'CURSO FORA DO CATALOGO' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              WS-CS-ENVIADO (WS-CS-IDX) NOT = 'S'
              MOVE 'CURSO RECUSADO NO CENSO' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND WS-VC-NOME = SPACES
              MOVE 'NOME DO ALUNO EM BRANCO' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              WS-VC-SEXO NOT = 'M' AND WS-VC-SEXO NOT = 'F'
              MOVE 'SEXO DO ALUNO AUSENTE' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              (WS-VC-IDADE NOT NUMERIC OR WS-VC-IDADE = ZEROS)
              MOVE 'IDADE DO ALUNO AUSENTE' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES
              MOVE 'S'            TO WS-TR-TIPO-PESQ
              MOVE WS-VC-SITUACAO TO WS-TR-VALOR-PESQ
              PERFORM 050-TRADUZIR
              IF WS-TR-ACHOU = 'N'
                 MOVE 'SITUACAO SEM CODIGO OFICIAL' TO WS-MOTIVO-EXC
              END-IF
           END-IF
           IF WS-MOTIVO-EXC NOT = SPACES
              MOVE WS-NUMERO-QUEBRA TO WS-CHAVE-EXC
              PERFORM 060-GRAVAR-EXCECAO
              IF WS-CS-ACHOU = 'S'
                 ADD 1 TO WS-CS-REJEIT (WS-CS-IDX)
              END-IF
           ELSE
              PERFORM 346-GRAVAR-ALUNO
           END-IF
           .
       345-PROCURAR-CURSO.

           IF WS-CS-NOME (WS-CS-I) = WS-VC-CURSO
              MOVE 'S'     TO WS-CS-ACHOU
              MOVE WS-CS-I TO WS-CS-IDX
           END-IF
           .
       346-GRAVAR-ALUNO.

           MOVE SPACES                    TO CE-REG-CENSO
           MOVE '41'                      TO CE-TIPO-REG
           MOVE WS-CS-CODIGO (WS-CS-IDX)  TO CE-ALU-CURSO
           MOVE WS-NUMERO-QUEBRA          TO CE-ALU-MATRICULA
           MOVE WS-VC-NOME                TO CE-ALU-NOME
           MOVE WS-VC-SEXO                TO CE-ALU-SEXO
           MOVE WS-VC-IDADE               TO CE-ALU-IDADE
           MOVE WS-TR-CODIGO              TO CE-ALU-SITUACAO
           MOVE WS-VC-SEMESTRE            TO CE-ALU-ULT-SEMESTRE
           WRITE CE-REG-CENSO
           ADD 1 TO WS-CTGRAVADO
           ADD 1 TO WS-CTALUGRAV
           EVALUATE WS-VC-SITUACAO
               WHEN 'CURSANDO'
                   ADD 1 TO WS-CS-CURSANDO (WS-CS-IDX)
               WHEN 'FORMADO'
                   ADD 1 TO WS-CS-FORMADO (WS-CS-IDX)
               WHEN 'DESVINCULADO'
                   ADD 1 TO WS-CS-DESVINC (WS-CS-IDX)
               WHEN OTHER
                   ADD 1 TO WS-CS-TRANSF (WS-CS-IDX)
           END-EVALUATE
           .
      *---------------> FIM DO PROGRAMA CGPRG063 <-------------------*
