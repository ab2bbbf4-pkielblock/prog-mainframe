       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG076.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    SIMULACAO DE MUDANCA NA REGRA DE APROVACAO - APLICA SOBRE  *
      *    AS NOTAS DO MESTRE (ALUNOUT E O DETALHE POR DISCIPLINA     *
      *    ALUNDISC) UMA REGRA PROPOSTA, LIDA DO ARQUIVO DE CENARIO   *
      *    (LAYOUT CGCENARI): PESO DA N1 E DA N2 POR CURSO, NOTA DE   *
      *    CORTE E LIMITE DE FALTAS. NADA E GRAVADO NOS MESTRES - OS  *
      *    DOIS SAO ABERTOS SO PARA LEITURA.                          *
      *    A REGRA SIMULADA SEGUE O MESMO CALCULO DO CGPRG005: MEDIA  *
      *    DA DISCIPLINA = N1 X PESO1 + N2 X PESO2; PRESENCA ABAIXO   *
      *    DE (100 - LIMITE DE FALTAS)% REPROVA POR FALTA; MEDIA      *
      *    ABAIXO DO CORTE REPROVA POR NOTA; A MEDIA DO ALUNO E A     *
      *    MEDIA DAS DISCIPLINAS E QUALQUER REP-FALTA REPROVA O       *
      *    ALUNO. ALUNO SEM DISCIPLINA NO ALUNDISC E SIMULADO PELAS   *
      *    NOTAS DO PROPRIO MESTRE. A PRESENCA VEM DO DECK DE         *
      *    FREQUENCIA DO CGPRG005 (FREQUENC, OPCIONAL) - SEM ELE A    *
      *    REP-FALTA ATUAL E MANTIDA E O LIMITE NAO E SIMULADO.       *
      *    O RELATORIO (SIMREL) MOSTRA POR CURSO A MEDIA E O INDICE   *
      *    DE APROVACAO ATUAIS E SIMULADOS, QUANTOS ALUNOS PASSARIAM  *
      *    DE APROVADO PARA REPROVADO E VICE-VERSA, E LISTA OS ALUNOS *
      *    AFETADOS (SORT POR CURSO E MATRICULA). SEM REGISTRO 'G' NO *
      *    CENARIO VALEM O CORTE (6,00) E O LIMITE (25%) ATUAIS; SEM  *
      *    LINHA 'DEFAULT' O PESO PADRAO E 0,50/0,50. LINHA INVALIDA  *
      *    DO CENARIO VAI PARA O EXCEPREL (RC 04); CENARIO AUSENTE,   *
      *    VAZIO OU COM REGISTRO GERAL INVALIDO CANCELA O RUN (RC 08).*
      *    DISCIPLINA CREDITADA NA TRANSFERENCIA DE CURSO (CGPRG077)  *
      *    NAO E SIMULADA - AS NOTAS SAO AS DA DISCIPLINA DE ORIGEM.  *
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
           SELECT CENARIO   ASSIGN TO "CENARIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CENARIO.
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
           SELECT FREQUENCIA ASSIGN TO "FREQUENC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FREQUENCIA.
           SELECT CLASSIF   ASSIGN TO "SORTWK01".
           SELECT SIMREL    ASSIGN TO "SIMREL"
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
      *-----> REGRA PROPOSTA - REGISTRO GERAL E PESOS POR CURSO
       FD  CENARIO
           LABEL RECORDS ARE STANDARD.
           COPY CGCENARI.

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

      *-----> FREQUENCIA POR DISCIPLINA - MESMO DECK DO CGPRG005,
      *       CLASSIFICADO POR MATRICULA + DISCIPLINA
       FD  FREQUENCIA
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-FREQ.
           05  FQ-NUMERO-ALU          PIC 9(13).
           05  FQ-COD-DISCIPLINA      PIC X(08).
           05  FQ-AULAS-DADAS         PIC 9(03).
           05  FQ-AULAS-PRESENTES     PIC 9(03).

      *-----> ALUNOS QUE MUDARIAM DE SITUACAO COM A REGRA SIMULADA
       SD  CLASSIF.
       01  CL-REG-AFETADO.
           05  CL-CURSO            PIC X(12).
           05  CL-NUMERO           PIC 9(13).
           05  CL-NOME             PIC X(25).
           05  CL-MEDIA-ATU        PIC 9(02)V99.
           05  CL-MEDIA-NOVA       PIC 9(02)V99.
           05  CL-SIT-ATU          PIC X(09).
           05  CL-SIT-NOVA         PIC X(09).
           05  CL-CAUSA            PIC X(05).

       FD  SIMREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-SIMREL              PIC X(80).

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
           05  WS-TEM-FREQ            PIC X(01) VALUE "N".
           05  WS-FIM-FREQ            PIC X(01) VALUE "N".
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTCENLIDO           PIC 9(05) VALUE ZEROS.
           05  WS-CTGERAL             PIC 9(03) VALUE ZEROS.
           05  WS-CTDISCSIM           PIC 9(07) VALUE ZEROS.
           05  WS-CTFREQLIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTAPRREP            PIC 9(05) VALUE ZEROS.
           05  WS-CTREPAPR            PIC 9(05) VALUE ZEROS.
           05  WS-CTLISTADO           PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-FS-CENARIO          PIC X(02).
           05  WS-FS-ALUNOUT          PIC X(02).
           05  WS-FS-ALUNDISC         PIC X(02).
           05  WS-FS-FREQUENCIA       PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-SUBSIS-EXC          PIC X(08).
           05  WS-CHAVE-EXC           PIC X(13).
           05  WS-MOTIVO-EXC          PIC X(30).

      *-----> REGRA SIMULADA - SEM REGISTRO GERAL NO CENARIO FICAM O
      *       CORTE E O LIMITE DE FALTAS EM VIGOR NO CGPRG005; SEM
      *       LINHA 'DEFAULT' O PESO PADRAO E A MEDIA SIMPLES
       01  WS-REGRA-SIMULADA.
           05  WS-RS-NOME             PIC X(20) VALUE
               'SEM REGISTRO GERAL'.
           05  WS-RS-NOTA-CORTE       PIC 9(02)V99 VALUE 6.
           05  WS-RS-LIMITE-FALTA     PIC 9(03)V99 VALUE 25.
           05  WS-RS-FREQ-MINIMA      PIC 9(03)V99.
           05  WS-RS-PESO-N1          PIC 9V99     VALUE 0,50.
           05  WS-RS-PESO-N2          PIC 9V99     VALUE 0,50.
           05  WS-SOMA-PESOS          PIC 9(02)V99.

      *-----> PESOS POR CURSO DO CENARIO
       77  WS-QTDE-PESOS              PIC 99      VALUE ZEROS.
       77  WS-P-I                     PIC 99.
       77  WS-P-ACHOU                 PIC X(01).
       01  WS-TAB-PESOS.
           05  WS-TAB-PESO  OCCURS 50 TIMES.
               10  WS-P-CURSO           PIC X(12).
               10  WS-P-PESO-N1         PIC 9V99.
               10  WS-P-PESO-N2         PIC 9V99.

      *-----> SIMULACAO DO ALUNO CORRENTE
       01  WS-AREA-SIMULACAO.
           05  WS-PESO-N1             PIC 9V99.
           05  WS-PESO-N2             PIC 9V99.
           05  WS-SIM-MEDIA-DISC      PIC 9(02)V99.
           05  WS-SIM-RESULTADO       PIC X(09).
           05  WS-SIM-QTD             PIC 9(03).
           05  WS-SIM-SOMA            PIC 9(05)V99.
           05  WS-SIM-REPFALTA        PIC 9(03).
           05  WS-SIM-MEDIA           PIC 9(02)V99.
           05  WS-SIM-SITUACAO        PIC X(09).
           05  WS-SIM-CAUSA           PIC X(05).
           05  WS-FREQ-PCT            PIC 9(03)V99.
       01  WS-CHAVE-FREQ.
           05  WS-CHF-NUM             PIC 9(13).
           05  WS-CHF-DIS             PIC X(08).
       01  WS-CHAVE-DS.
           05  WS-CHD-NUM             PIC 9(13).
           05  WS-CHD-DIS             PIC X(08).

      *-----> RESUMO POR CURSO (MESMO PADRAO DO CGPRG059)
       77  WS-QTDE-CURSOS             PIC 99      VALUE ZEROS.
       77  WS-C-I                     PIC 99.
       77  WS-C-IDX                   PIC 99.
       77  WS-C-ACHOU                 PIC X(01).
       01  WS-TAB-CURSOS.
           05  WS-TAB-CURSO  OCCURS 50 TIMES.
               10  WS-C-NOME            PIC X(12).
               10  WS-C-ALUNOS          PIC 9(05).
               10  WS-C-SOMA-ATU        PIC 9(07)V99.
               10  WS-C-SOMA-NOVA       PIC 9(07)V99.
               10  WS-C-APROV-ATU       PIC 9(05).
               10  WS-C-APROV-NOVO      PIC 9(05).
               10  WS-C-APR-REP         PIC 9(05).
               10  WS-C-REP-APR         PIC 9(05).

      *-----> ACUMULADORES DA LINHA DE TOTAL E CAMPOS DE CALCULO
       01  WS-TOTAIS.
           05  WS-TOT-ALUNOS          PIC 9(07).
           05  WS-TOT-SOMA-ATU        PIC 9(09)V99.
           05  WS-TOT-SOMA-NOVA       PIC 9(09)V99.
           05  WS-TOT-APROV-ATU       PIC 9(07).
           05  WS-TOT-APROV-NOVO      PIC 9(07).
           05  WS-TOT-APR-REP         PIC 9(07).
           05  WS-TOT-REP-APR         PIC 9(07).
       01  WS-CALCULO.
           05  WS-CALC-ALUNOS         PIC 9(07).
           05  WS-CALC-SOMA-ATU       PIC 9(09)V99.
           05  WS-CALC-SOMA-NOVA      PIC 9(09)V99.
           05  WS-CALC-APROV-ATU      PIC 9(07).
           05  WS-CALC-APROV-NOVO     PIC 9(07).
           05  WS-CALC-MEDIA          PIC 9(02)V99.
           05  WS-CALC-TAXA           PIC 9(03)V9.
           05  WS-CALC-SALDO          PIC S9(07).
       01  WS-CURSO-QUEBRA            PIC X(12).

      *-----> CAMPOS EDITADOS DO CABECALHO
       01  WS-EDITADOS.
           05  WS-ED-CORTE            PIC Z9,99.
           05  WS-ED-LIMITE           PIC ZZ9,99.
           05  WS-ED-PESO-N1          PIC 9,99.
           05  WS-ED-PESO-N2          PIC 9,99.

      *-----> LINHA DO RESUMO POR CURSO
       01  WS-LIN-CURSO.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LC-CURSO            PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LC-ALUNOS           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-MEDIA-ATU        PIC Z9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LC-MEDIA-NOVA       PIC Z9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-TAXA-ATU         PIC ZZ9,9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LC-TAXA-NOVA        PIC ZZ9,9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-APR-REP          PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-REP-APR          PIC ZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LC-SALDO            PIC -ZZ.ZZ9.
           05  FILLER                 PIC X(09) VALUE SPACES.

      *-----> LINHA DO ALUNO AFETADO
       01  WS-LIN-AFETADO.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LA-NUMERO           PIC 9(13).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LA-NOME             PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LA-MEDIA-ATU        PIC Z9,99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LA-MEDIA-NOVA       PIC Z9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LA-SIT-ATU          PIC X(09).
           05  FILLER                 PIC X(04) VALUE ' -> '.
           05  WS-LA-SIT-NOVA         PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-LA-CAUSA            PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - A VARREDURA DO MESTRE RODA COMO
      *    INPUT PROCEDURE DO SORT E O RELATORIO COMO OUTPUT
      *    PROCEDURE (O RESUMO POR CURSO JA ESTA COMPLETO QUANDO A
      *    CLASSIFICACAO DEVOLVE O PRIMEIRO ALUNO AFETADO)
      *--------------------------------------------------------------*
       000-CGPRG076.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG076 - SIMULACAO DE REGRA DE APROVACAO"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              SORT CLASSIF
                  ON ASCENDING KEY CL-CURSO
                                   CL-NUMERO
                  INPUT PROCEDURE IS 200-VARRER-MESTRE
                  OUTPUT PROCEDURE IS 080-EMITIR-RELATORIO
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - O EXCEPREL ABRE ANTES DO CENARIO
      *    PORQUE RECEBE AS LINHAS INVALIDAS DELE
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 015-CARREGAR-CENARIO
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
                 CLOSE ALUNOUT
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 020-ABRIR-FREQUENCIA
              OPEN OUTPUT SIMREL
           ELSE
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
      *    CARREGAR O CENARIO - O ARQUIVO E OBRIGATORIO: SEM ELE (OU
      *    VAZIO, OU COM O REGISTRO GERAL INVALIDO) A SIMULACAO NAO
      *    TERIA REGRA A APLICAR E O RUN E CANCELADO
      *--------------------------------------------------------------*
       015-CARREGAR-CENARIO.

           OPEN INPUT CENARIO
           IF WS-FS-CENARIO NOT = '00'
              DISPLAY ' * ERRO ABRINDO CENARIO - FS=' WS-FS-CENARIO
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 016-LER-CENARIO UNTIL WS-FIM-AUX = 'S'
              CLOSE CENARIO
              IF WS-CTCENLIDO = ZEROS
                 DISPLAY ' * CENARIO VAZIO - NADA A SIMULAR'
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              COMPUTE WS-RS-FREQ-MINIMA = 100 - WS-RS-LIMITE-FALTA
              DISPLAY 'CENARIO...................: ' WS-RS-NOME
              DISPLAY 'NOTA DE CORTE.............: ' WS-RS-NOTA-CORTE
              DISPLAY 'LIMITE DE FALTAS (%)......: '
                  WS-RS-LIMITE-FALTA
              DISPLAY 'PESO PADRAO N1/N2.........: ' WS-RS-PESO-N1
                  '/' WS-RS-PESO-N2
              DISPLAY 'CURSOS COM PESO PROPRIO...: ' WS-QTDE-PESOS
           END-IF
           .
       016-LER-CENARIO.

           READ CENARIO
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTCENLIDO
                   EVALUATE CN-TIPO
                       WHEN 'G'
                           PERFORM 017-TRATAR-GERAL
                       WHEN 'P'
                           PERFORM 018-TRATAR-PESO
                       WHEN OTHER
                           MOVE CN-TIPO TO WS-CHAVE-EXC
                           MOVE 'TIPO DE REGISTRO INVALIDO'
                               TO WS-MOTIVO-EXC
                           PERFORM 061-REJEITAR-CENARIO
                   END-EVALUATE
           END-READ
           .
      *--------------------------------------------------------------*
      *    REGISTRO GERAL - NOTA DE CORTE ATE 10 E LIMITE DE FALTAS
      *    ATE 100%; SO UM REGISTRO GERAL POR CENARIO
      *--------------------------------------------------------------*
       017-TRATAR-GERAL.

           ADD 1 TO WS-CTGERAL
           MOVE CN-NOME TO WS-CHAVE-EXC
           IF WS-CTGERAL > 1
              MOVE 'REGISTRO GERAL REPETIDO' TO WS-MOTIVO-EXC
              PERFORM 061-REJEITAR-CENARIO
           ELSE
              IF CN-NOTA-CORTE NOT NUMERIC OR
                 CN-LIMITE-FALTA NOT NUMERIC
                 MOVE 'CORTE OU LIMITE NAO NUMERICO' TO WS-MOTIVO-EXC
                 PERFORM 061-REJEITAR-CENARIO
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 IF CN-NOTA-CORTE > 10 OR CN-LIMITE-FALTA > 100
                    MOVE 'CORTE OU LIMITE FORA DA FAIXA'
                        TO WS-MOTIVO-EXC
                    PERFORM 061-REJEITAR-CENARIO
                    MOVE 'S' TO WS-ABEND
                    MOVE 08  TO RETURN-CODE
                 ELSE
                    IF CN-NOME NOT = SPACES
                       MOVE CN-NOME      TO WS-RS-NOME
                    END-IF
                    MOVE CN-NOTA-CORTE   TO WS-RS-NOTA-CORTE
                    MOVE CN-LIMITE-FALTA TO WS-RS-LIMITE-FALTA
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PESOS DO CURSO - OS DOIS PESOS TEM DE SOMAR 1,00; O CURSO
      *    'DEFAULT' TROCA O PESO PADRAO
      *--------------------------------------------------------------*
       018-TRATAR-PESO.

           MOVE CN-CURSO TO WS-CHAVE-EXC
           IF CN-CURSO = SPACES OR
              CN-PESO-N1 NOT NUMERIC OR CN-PESO-N2 NOT NUMERIC
              MOVE 'CURSO OU PESO INVALIDO' TO WS-MOTIVO-EXC
              PERFORM 061-REJEITAR-CENARIO
           ELSE
              COMPUTE WS-SOMA-PESOS = CN-PESO-N1 + CN-PESO-N2
              IF WS-SOMA-PESOS NOT = 1
                 MOVE 'PESOS NAO SOMAM 1,00' TO WS-MOTIVO-EXC
                 PERFORM 061-REJEITAR-CENARIO
              ELSE
                 IF CN-CURSO = 'DEFAULT'
                    MOVE CN-PESO-N1 TO WS-RS-PESO-N1
                    MOVE CN-PESO-N2 TO WS-RS-PESO-N2
                 ELSE
                    MOVE 'N' TO WS-P-ACHOU
                    PERFORM 019-COMPARAR-PESO
                       VARYING WS-P-I FROM 1 BY 1
                       UNTIL WS-P-I > WS-QTDE-PESOS OR
                             WS-P-ACHOU = 'S'
                    IF WS-P-ACHOU = 'S'
                       MOVE 'CURSO REPETIDO NO CENARIO'
                           TO WS-MOTIVO-EXC
                       PERFORM 061-REJEITAR-CENARIO
                    ELSE
                       IF WS-QTDE-PESOS < 50
                          ADD 1 TO WS-QTDE-PESOS
                          MOVE CN-CURSO   TO WS-P-CURSO (WS-QTDE-PESOS)
                          MOVE CN-PESO-N1 TO
                              WS-P-PESO-N1 (WS-QTDE-PESOS)
                          MOVE CN-PESO-N2 TO
                              WS-P-PESO-N2 (WS-QTDE-PESOS)
                       ELSE
                          MOVE 'TABELA DE PESOS CHEIA (50)'
                              TO WS-MOTIVO-EXC
                          PERFORM 061-REJEITAR-CENARIO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
       019-COMPARAR-PESO.

           IF WS-P-CURSO (WS-P-I) = CN-CURSO
              MOVE 'S' TO WS-P-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O DECK DE FREQUENCIA - OPCIONAL, COMO NO CGPRG005
      *--------------------------------------------------------------*
       020-ABRIR-FREQUENCIA.

           OPEN INPUT FREQUENCIA
           IF WS-FS-FREQUENCIA = '35'
              DISPLAY ' * SEM DECK DE FREQUENCIA - REP-FALTA ATUAL '
                  'MANTIDA, LIMITE DE FALTAS NAO SIMULADO'
              MOVE 'S' TO WS-FIM-FREQ
           ELSE
              IF WS-FS-FREQUENCIA NOT = '00'
                 DISPLAY ' * ERRO ABRINDO FREQUENCIA - FS='
                     WS-FS-FREQUENCIA ' - DECK IGNORADO'
                 MOVE 'S' TO WS-FIM-FREQ
              ELSE
                 MOVE 'S' TO WS-TEM-FREQ
                 PERFORM 021-LER-FREQUENCIA
              END-IF
           END-IF
           .
       021-LER-FREQUENCIA.

           READ FREQUENCIA
               AT END
                   MOVE 'S' TO WS-FIM-FREQ
               NOT AT END
                   ADD 1 TO WS-CTFREQLIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT - VARRER O MESTRE ALUNO A ALUNO,
      *    COM O ALUNDISC E A FREQUENCIA ANDANDO JUNTO PELA CHAVE
      *--------------------------------------------------------------*
       200-VARRER-MESTRE.

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
      *    SIMULAR O ALUNO - PELAS DISCIPLINAS DO ALUNDISC OU, SEM
      *    ELAS, PELAS NOTAS DO MESTRE - E COMPARAR COM A SITUACAO
      *    GRAVADA HOJE NO MESTRE
      *--------------------------------------------------------------*
       030-PROCESSAR-ALUNO.

           PERFORM 037-LOCALIZAR-PESO
           MOVE ZEROS TO WS-SIM-QTD
           MOVE ZEROS TO WS-SIM-SOMA
           MOVE ZEROS TO WS-SIM-REPFALTA
           PERFORM 045-TRATAR-DISCIPLINA
              UNTIL WS-FIM-DISC = 'S' OR
                    DS-NUMERO-ALU > FD-NUMERO-ALU

           MOVE SPACES TO WS-SIM-CAUSA
           IF WS-SIM-QTD > ZEROS
              COMPUTE WS-SIM-MEDIA = WS-SIM-SOMA / WS-SIM-QTD
           ELSE
              COMPUTE WS-SIM-MEDIA = FD-NOTA1-ALU * WS-PESO-N1 +
                                     FD-NOTA2-ALU * WS-PESO-N2
           END-IF
           IF WS-SIM-REPFALTA > ZEROS
              MOVE 'REPROVADO' TO WS-SIM-SITUACAO
              MOVE 'FALTA'     TO WS-SIM-CAUSA
           ELSE
              IF WS-SIM-MEDIA < WS-RS-NOTA-CORTE
                 MOVE 'REPROVADO' TO WS-SIM-SITUACAO
                 MOVE 'MEDIA'     TO WS-SIM-CAUSA
              ELSE
                 MOVE 'APROVADO'  TO WS-SIM-SITUACAO
              END-IF
           END-IF

           PERFORM 035-LOCALIZAR-CURSO
           IF WS-C-IDX = ZEROS
              MOVE FD-NUMERO-ALU TO WS-CHAVE-EXC
              MOVE 'TABELA DE CURSOS CHEIA (50)' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              PERFORM 050-ACUMULAR-CURSO
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
              IF WS-QTDE-CURSOS < 50
                 ADD 1 TO WS-QTDE-CURSOS
                 MOVE WS-QTDE-CURSOS TO WS-C-IDX
                 MOVE FD-CURSO-ALU   TO WS-C-NOME (WS-C-IDX)
                 MOVE ZEROS TO WS-C-ALUNOS (WS-C-IDX)
                 MOVE ZEROS TO WS-C-SOMA-ATU (WS-C-IDX)
                 MOVE ZEROS TO WS-C-SOMA-NOVA (WS-C-IDX)
                 MOVE ZEROS TO WS-C-APROV-ATU (WS-C-IDX)
                 MOVE ZEROS TO WS-C-APROV-NOVO (WS-C-IDX)
                 MOVE ZEROS TO WS-C-APR-REP (WS-C-IDX)
                 MOVE ZEROS TO WS-C-REP-APR (WS-C-IDX)
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
      *    PESOS DO CURSO DO ALUNO - SEM LINHA PROPRIA NO CENARIO
      *    VALE O PESO PADRAO
      *--------------------------------------------------------------*
       037-LOCALIZAR-PESO.

           MOVE WS-RS-PESO-N1 TO WS-PESO-N1
           MOVE WS-RS-PESO-N2 TO WS-PESO-N2
           MOVE 'N' TO WS-P-ACHOU
           PERFORM 038-COMPARAR-PESO-ALUNO
              VARYING WS-P-I FROM 1 BY 1
              UNTIL WS-P-I > WS-QTDE-PESOS OR WS-P-ACHOU = 'S'
           .
       038-COMPARAR-PESO-ALUNO.

           IF WS-P-CURSO (WS-P-I) = FD-CURSO-ALU
              MOVE WS-P-PESO-N1 (WS-P-I) TO WS-PESO-N1
              MOVE WS-P-PESO-N2 (WS-P-I) TO WS-PESO-N2
              MOVE 'S' TO WS-P-ACHOU
           END-IF
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
      *    DISCIPLINA DO ALUNO CORRENTE - MEDIA PELOS PESOS DO
      *    CENARIO, REPROVACAO POR FALTA E POR NOTA PELA REGRA
      *    SIMULADA; SAO PULADOS O DETALHE DE MATRICULA FORA DO
      *    MESTRE E O CREDITO DE TRANSFERENCIA ('CREDITADO'), JA
      *    SIMULADO PELA DISCIPLINA DE ORIGEM
      *--------------------------------------------------------------*
       045-TRATAR-DISCIPLINA.

           IF DS-NUMERO-ALU = FD-NUMERO-ALU AND
              DS-RESULTADO NOT = 'CREDITADO'
              ADD 1 TO WS-CTDISCSIM
              COMPUTE WS-SIM-MEDIA-DISC = DS-NOTA1 * WS-PESO-N1 +
                                          DS-NOTA2 * WS-PESO-N2
              IF WS-SIM-MEDIA-DISC < WS-RS-NOTA-CORTE
                 MOVE 'REPROVADO' TO WS-SIM-RESULTADO
              ELSE
                 MOVE 'APROVADO'  TO WS-SIM-RESULTADO
              END-IF
              PERFORM 046-CONFERIR-FREQUENCIA
              IF WS-SIM-RESULTADO = 'REP-FALTA'
                 ADD 1 TO WS-SIM-REPFALTA
              END-IF
              ADD 1                 TO WS-SIM-QTD
              ADD WS-SIM-MEDIA-DISC TO WS-SIM-SOMA
           END-IF
           PERFORM 044-LER-ALUNDISC
           .
      *--------------------------------------------------------------*
      *    CASAR A FREQUENCIA COM A DISCIPLINA CORRENTE (OS DOIS
      *    VEM EM ORDEM DE MATRICULA + DISCIPLINA) - PRESENCA ABAIXO
      *    DO MINIMO DO CENARIO REPROVA POR FALTA; SEM O DECK VALE A
      *    REP-FALTA JA APURADA PELO CGPRG005
      *--------------------------------------------------------------*
       046-CONFERIR-FREQUENCIA.

           IF WS-TEM-FREQ = 'S'
              MOVE DS-NUMERO-ALU     TO WS-CHD-NUM
              MOVE DS-COD-DISCIPLINA TO WS-CHD-DIS
              PERFORM 047-MONTAR-CHAVE-FREQ
              PERFORM 048-AVANCAR-FREQUENCIA
                 UNTIL WS-FIM-FREQ = 'S'
                    OR WS-CHAVE-FREQ >= WS-CHAVE-DS
              IF WS-CHAVE-FREQ = WS-CHAVE-DS
                 IF FQ-AULAS-DADAS = ZEROS
                    MOVE 100 TO WS-FREQ-PCT
                 ELSE
                    COMPUTE WS-FREQ-PCT =
                        (FQ-AULAS-PRESENTES / FQ-AULAS-DADAS) * 100
                 END-IF
                 IF WS-FREQ-PCT < WS-RS-FREQ-MINIMA
                    MOVE 'REP-FALTA' TO WS-SIM-RESULTADO
                 END-IF
              END-IF
           ELSE
              IF DS-RESULTADO = 'REP-FALTA'
                 MOVE 'REP-FALTA' TO WS-SIM-RESULTADO
              END-IF
           END-IF
           .
       047-MONTAR-CHAVE-FREQ.

           IF WS-FIM-FREQ = 'S'
              MOVE HIGH-VALUES        TO WS-CHAVE-FREQ
           ELSE
              MOVE FQ-NUMERO-ALU      TO WS-CHF-NUM
              MOVE FQ-COD-DISCIPLINA  TO WS-CHF-DIS
           END-IF
           .
       048-AVANCAR-FREQUENCIA.

           PERFORM 021-LER-FREQUENCIA
           PERFORM 047-MONTAR-CHAVE-FREQ
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O ALUNO NO CURSO - QUEM MUDA DE APROVADO PARA
      *    REPROVADO (OU O CONTRARIO) VAI PARA A CLASSIFICACAO
      *--------------------------------------------------------------*
       050-ACUMULAR-CURSO.

           ADD 1            TO WS-C-ALUNOS (WS-C-IDX)
           ADD FD-MEDIA-ALU TO WS-C-SOMA-ATU (WS-C-IDX)
           ADD WS-SIM-MEDIA TO WS-C-SOMA-NOVA (WS-C-IDX)
           IF FD-SITUACAO-ALU = 'APROVADO'
              ADD 1 TO WS-C-APROV-ATU (WS-C-IDX)
           END-IF
           IF WS-SIM-SITUACAO = 'APROVADO'
              ADD 1 TO WS-C-APROV-NOVO (WS-C-IDX)
           END-IF

           IF FD-SITUACAO-ALU = 'APROVADO' AND
              WS-SIM-SITUACAO = 'REPROVADO'
              ADD 1 TO WS-C-APR-REP (WS-C-IDX)
              ADD 1 TO WS-CTAPRREP
              PERFORM 055-LIBERAR-AFETADO
           END-IF
           IF FD-SITUACAO-ALU = 'REPROVADO' AND
              WS-SIM-SITUACAO = 'APROVADO'
              ADD 1 TO WS-C-REP-APR (WS-C-IDX)
              ADD 1 TO WS-CTREPAPR
              PERFORM 055-LIBERAR-AFETADO
           END-IF
           .
       055-LIBERAR-AFETADO.

           MOVE FD-CURSO-ALU    TO CL-CURSO
           MOVE FD-NUMERO-ALU   TO CL-NUMERO
           MOVE FD-NOME-ALU     TO CL-NOME
           MOVE FD-MEDIA-ALU    TO CL-MEDIA-ATU
           MOVE WS-SIM-MEDIA    TO CL-MEDIA-NOVA
           MOVE FD-SITUACAO-ALU TO CL-SIT-ATU
           MOVE WS-SIM-SITUACAO TO CL-SIT-NOVA
           MOVE WS-SIM-CAUSA    TO CL-CAUSA
           RELEASE CL-REG-AFETADO
           .
      *--------------------------------------------------------------*
      *    GRAVAR EXCECAO NO PADRAO DA SUITE
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           MOVE 'ALUNOS' TO WS-SUBSIS-EXC
           PERFORM 062-GRAVAR-EXCEPREL
           .
       061-REJEITAR-CENARIO.

           MOVE 'CENARIO' TO WS-SUBSIS-EXC
           PERFORM 062-GRAVAR-EXCEPREL
           .
       062-GRAVAR-EXCEPREL.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * ' WS-SUBSIS-EXC ' ' WS-CHAVE-EXC
               ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG076'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE WS-SUBSIS-EXC   TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT - CABECALHO COM AS DUAS REGRAS,
      *    RESUMO POR CURSO E A LISTA DOS ALUNOS AFETADOS POR CURSO
      *--------------------------------------------------------------*
       080-EMITIR-RELATORIO.

           PERFORM 081-IMPRIMIR-CABECALHO
           PERFORM 083-IMPRIMIR-RESUMO

           MOVE SPACES TO WS-REG-SIMREL
           WRITE WS-REG-SIMREL
           MOVE SPACES TO WS-REG-SIMREL
           MOVE 'ALUNOS QUE MUDARIAM DE SITUACAO' TO WS-REG-SIMREL
           WRITE WS-REG-SIMREL
           MOVE SPACES TO WS-REG-SIMREL
           WRITE WS-REG-SIMREL
           MOVE SPACES                   TO WS-REG-SIMREL
           MOVE 'MATRICULA'              TO WS-REG-SIMREL (2:9)
           MOVE 'NOME'                   TO WS-REG-SIMREL (17:4)
           MOVE 'M.ATU'                  TO WS-REG-SIMREL (38:5)
           MOVE 'M.NOV'                  TO WS-REG-SIMREL (44:5)
           MOVE 'SITUACAO ATUAL -> NOVA' TO WS-REG-SIMREL (51:22)
           MOVE 'CAUSA'                  TO WS-REG-SIMREL (74:5)
           WRITE WS-REG-SIMREL

           MOVE SPACES TO WS-CURSO-QUEBRA
           MOVE 'N' TO WS-FIM-LISTA
           PERFORM 085-RETORNAR-AFETADO UNTIL WS-FIM-LISTA = 'S'
           IF WS-CTLISTADO = ZEROS
              MOVE SPACES TO WS-REG-SIMREL
              WRITE WS-REG-SIMREL
              MOVE SPACES TO WS-REG-SIMREL
              MOVE 'NENHUM ALUNO MUDA DE SITUACAO COM ESTE CENARIO'
                  TO WS-REG-SIMREL
              WRITE WS-REG-SIMREL
           END-IF
           .
       081-IMPRIMIR-CABECALHO.

           MOVE SPACES TO WS-REG-SIMREL
           STRING 'CGPRG076 - SIMULACAO DE REGRA DE APROVACAO'
                      DELIMITED BY SIZE
                  ' - NADA E GRAVADO NOS MESTRES' DELIMITED BY SIZE
             INTO WS-REG-SIMREL
           END-STRING
           WRITE WS-REG-SIMREL
           MOVE SPACES TO WS-REG-SIMREL
           STRING 'DATA DA RODADA: '     DELIMITED BY SIZE
                  WS-DATA-EXEC           DELIMITED BY SIZE
                  '   CENARIO: '         DELIMITED BY SIZE
                  WS-RS-NOME             DELIMITED BY SIZE
             INTO WS-REG-SIMREL
           END-STRING
           WRITE WS-REG-SIMREL
           MOVE SPACES TO WS-REG-SIMREL
           WRITE WS-REG-SIMREL

           MOVE SPACES TO WS-REG-SIMREL
           STRING 'REGRA ATUAL...: PESOS N1/N2 0,50/0,50 - CORTE '
                      DELIMITED BY SIZE
                  ' 6,00 - FALTAS ATE  25,00%' DELIMITED BY SIZE
             INTO WS-REG-SIMREL
           END-STRING
           WRITE WS-REG-SIMREL
           MOVE WS-RS-PESO-N1      TO WS-ED-PESO-N1
           MOVE WS-RS-PESO-N2      TO WS-ED-PESO-N2
           MOVE WS-RS-NOTA-CORTE   TO WS-ED-CORTE
           MOVE WS-RS-LIMITE-FALTA TO WS-ED-LIMITE
           MOVE SPACES TO WS-REG-SIMREL
           STRING 'REGRA SIMULADA: PESOS N1/N2 ' DELIMITED BY SIZE
                  WS-ED-PESO-N1          DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WS-ED-PESO-N2          DELIMITED BY SIZE
                  ' - CORTE '            DELIMITED BY SIZE
                  WS-ED-CORTE            DELIMITED BY SIZE
                  ' - FALTAS ATE '       DELIMITED BY SIZE
                  WS-ED-LIMITE           DELIMITED BY SIZE
                  '%'                    DELIMITED BY SIZE
             INTO WS-REG-SIMREL
           END-STRING
           WRITE WS-REG-SIMREL
           PERFORM 082-IMPRIMIR-PESO
              VARYING WS-P-I FROM 1 BY 1
              UNTIL WS-P-I > WS-QTDE-PESOS
           IF WS-TEM-FREQ NOT = 'S'
              MOVE SPACES TO WS-REG-SIMREL
              MOVE 'SEM DECK DE FREQUENCIA: REP-FALTA ATUAL MANTIDA E'
                  TO WS-REG-SIMREL
              MOVE 'LIMITE DE FALTAS NAO SIMULADO'
                  TO WS-REG-SIMREL (51:29)
              WRITE WS-REG-SIMREL
           END-IF
           IF WS-CTINVALID > ZEROS
              MOVE SPACES TO WS-REG-SIMREL
              STRING 'ATENCAO: '          DELIMITED BY SIZE
                     WS-CTINVALID         DELIMITED BY SIZE
                     ' LINHA(S) DO CENARIO REJEITADA(S) - VER EXCEPREL'
                                          DELIMITED BY SIZE
                INTO WS-REG-SIMREL
              END-STRING
              WRITE WS-REG-SIMREL
           END-IF
           .
       082-IMPRIMIR-PESO.

           MOVE WS-P-PESO-N1 (WS-P-I) TO WS-ED-PESO-N1
           MOVE WS-P-PESO-N2 (WS-P-I) TO WS-ED-PESO-N2
           MOVE SPACES TO WS-REG-SIMREL
           STRING '                PESOS N1/N2 ' DELIMITED BY SIZE
                  WS-ED-PESO-N1          DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WS-ED-PESO-N2          DELIMITED BY SIZE
                  ' NO CURSO '           DELIMITED BY SIZE
                  WS-P-CURSO (WS-P-I)    DELIMITED BY SIZE
             INTO WS-REG-SIMREL
           END-STRING
           WRITE WS-REG-SIMREL
           .
      *--------------------------------------------------------------*
      *    RESUMO POR CURSO - MEDIA E INDICE DE APROVACAO ATUAIS E
      *    SIMULADOS, MUDANCAS NOS DOIS SENTIDOS E O SALDO DE
      *    APROVADOS
      *--------------------------------------------------------------*
       083-IMPRIMIR-RESUMO.

           MOVE SPACES TO WS-REG-SIMREL
           WRITE WS-REG-SIMREL
           MOVE SPACES TO WS-REG-SIMREL
           MOVE 'RESUMO POR CURSO' TO WS-REG-SIMREL
           WRITE WS-REG-SIMREL
           MOVE SPACES TO WS-REG-SIMREL
           WRITE WS-REG-SIMREL
           MOVE SPACES         TO WS-REG-SIMREL
           MOVE 'MEDIA GERAL'  TO WS-REG-SIMREL (23:11)
           MOVE '% APROVACAO'  TO WS-REG-SIMREL (36:11)
           MOVE 'APR>REP'      TO WS-REG-SIMREL (49:7)
           MOVE 'REP>APR'      TO WS-REG-SIMREL (57:7)
           MOVE 'SALDO'        TO WS-REG-SIMREL (67:5)
           WRITE WS-REG-SIMREL
           MOVE SPACES         TO WS-REG-SIMREL
           MOVE 'CURSO'        TO WS-REG-SIMREL (2:5)
           MOVE 'ALUNOS'       TO WS-REG-SIMREL (15:6)
           MOVE 'ATUAL'        TO WS-REG-SIMREL (23:5)
           MOVE 'NOVA'         TO WS-REG-SIMREL (30:4)
           MOVE 'ATUAL'        TO WS-REG-SIMREL (36:5)
           MOVE 'NOVO'         TO WS-REG-SIMREL (43:4)
           MOVE 'APROV.'       TO WS-REG-SIMREL (66:6)
           WRITE WS-REG-SIMREL

           MOVE ZEROS TO WS-TOTAIS
           PERFORM 084-IMPRIMIR-CURSO
              VARYING WS-C-IDX FROM 1 BY 1
              UNTIL WS-C-IDX > WS-QTDE-CURSOS

           MOVE SPACES TO WS-REG-SIMREL
           WRITE WS-REG-SIMREL
           MOVE WS-TOT-ALUNOS     TO WS-CALC-ALUNOS
           MOVE WS-TOT-SOMA-ATU   TO WS-CALC-SOMA-ATU
           MOVE WS-TOT-SOMA-NOVA  TO WS-CALC-SOMA-NOVA
           MOVE WS-TOT-APROV-ATU  TO WS-CALC-APROV-ATU
           MOVE WS-TOT-APROV-NOVO TO WS-CALC-APROV-NOVO
           MOVE 'TOTAL GERAL'     TO WS-LC-CURSO
           MOVE WS-TOT-APR-REP    TO WS-LC-APR-REP
           MOVE WS-TOT-REP-APR    TO WS-LC-REP-APR
           PERFORM 086-MONTAR-LINHA-CURSO
           .
       084-IMPRIMIR-CURSO.

           MOVE WS-C-ALUNOS (WS-C-IDX)     TO WS-CALC-ALUNOS
           MOVE WS-C-SOMA-ATU (WS-C-IDX)   TO WS-CALC-SOMA-ATU
           MOVE WS-C-SOMA-NOVA (WS-C-IDX)  TO WS-CALC-SOMA-NOVA
           MOVE WS-C-APROV-ATU (WS-C-IDX)  TO WS-CALC-APROV-ATU
           MOVE WS-C-APROV-NOVO (WS-C-IDX) TO WS-CALC-APROV-NOVO
           MOVE WS-C-NOME (WS-C-IDX)       TO WS-LC-CURSO
           MOVE WS-C-APR-REP (WS-C-IDX)    TO WS-LC-APR-REP
           MOVE WS-C-REP-APR (WS-C-IDX)    TO WS-LC-REP-APR
           PERFORM 086-MONTAR-LINHA-CURSO

           ADD WS-C-ALUNOS (WS-C-IDX)     TO WS-TOT-ALUNOS
           ADD WS-C-SOMA-ATU (WS-C-IDX)   TO WS-TOT-SOMA-ATU
           ADD WS-C-SOMA-NOVA (WS-C-IDX)  TO WS-TOT-SOMA-NOVA
           ADD WS-C-APROV-ATU (WS-C-IDX)  TO WS-TOT-APROV-ATU
           ADD WS-C-APROV-NOVO (WS-C-IDX) TO WS-TOT-APROV-NOVO
           ADD WS-C-APR-REP (WS-C-IDX)    TO WS-TOT-APR-REP
           ADD WS-C-REP-APR (WS-C-IDX)    TO WS-TOT-REP-APR
           .
      *--------------------------------------------------------------*
      *    MEDIAS, INDICES E SALDO DA LINHA (CURSO OU TOTAL)
      *--------------------------------------------------------------*
       086-MONTAR-LINHA-CURSO.

           MOVE WS-CALC-ALUNOS TO WS-LC-ALUNOS
           IF WS-CALC-ALUNOS = ZEROS
              MOVE ZEROS TO WS-LC-MEDIA-ATU
              MOVE ZEROS TO WS-LC-MEDIA-NOVA
              MOVE ZEROS TO WS-LC-TAXA-ATU
              MOVE ZEROS TO WS-LC-TAXA-NOVA
           ELSE
              COMPUTE WS-CALC-MEDIA ROUNDED =
                  WS-CALC-SOMA-ATU / WS-CALC-ALUNOS
              MOVE WS-CALC-MEDIA TO WS-LC-MEDIA-ATU
              COMPUTE WS-CALC-MEDIA ROUNDED =
                  WS-CALC-SOMA-NOVA / WS-CALC-ALUNOS
              MOVE WS-CALC-MEDIA TO WS-LC-MEDIA-NOVA
              COMPUTE WS-CALC-TAXA ROUNDED =
                  WS-CALC-APROV-ATU * 100 / WS-CALC-ALUNOS
              MOVE WS-CALC-TAXA TO WS-LC-TAXA-ATU
              COMPUTE WS-CALC-TAXA ROUNDED =
                  WS-CALC-APROV-NOVO * 100 / WS-CALC-ALUNOS
              MOVE WS-CALC-TAXA TO WS-LC-TAXA-NOVA
           END-IF
           COMPUTE WS-CALC-SALDO =
               WS-CALC-APROV-NOVO - WS-CALC-APROV-ATU
           MOVE WS-CALC-SALDO TO WS-LC-SALDO
           WRITE WS-REG-SIMREL FROM WS-LIN-CURSO
           .
      *--------------------------------------------------------------*
      *    ALUNO AFETADO - UMA LINHA DE CURSO A CADA QUEBRA
      *--------------------------------------------------------------*
       085-RETORNAR-AFETADO.

           RETURN CLASSIF
               AT END
                   MOVE 'S' TO WS-FIM-LISTA
               NOT AT END
                   IF CL-CURSO NOT = WS-CURSO-QUEBRA
                      MOVE CL-CURSO TO WS-CURSO-QUEBRA
                      MOVE SPACES TO WS-REG-SIMREL
                      WRITE WS-REG-SIMREL
                      MOVE SPACES TO WS-REG-SIMREL
                      STRING 'CURSO: '  DELIMITED BY SIZE
                             CL-CURSO   DELIMITED BY SIZE
                        INTO WS-REG-SIMREL
                      END-STRING
                      WRITE WS-REG-SIMREL
                   END-IF
                   ADD 1 TO WS-CTLISTADO
                   MOVE CL-NUMERO     TO WS-LA-NUMERO
                   MOVE CL-NOME       TO WS-LA-NOME
                   MOVE CL-MEDIA-ATU  TO WS-LA-MEDIA-ATU
                   MOVE CL-MEDIA-NOVA TO WS-LA-MEDIA-NOVA
                   MOVE CL-SIT-ATU    TO WS-LA-SIT-ATU
                   MOVE CL-SIT-NOVA   TO WS-LA-SIT-NOVA
                   MOVE CL-CAUSA      TO WS-LA-CAUSA
                   WRITE WS-REG-SIMREL FROM WS-LIN-AFETADO
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - OS MESTRES SO FORAM LIDOS
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

           MOVE 'CGPRG076'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'LINHAS DO CENARIO LIDAS'       TO CT-DESCRICAO
           MOVE WS-CTCENLIDO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG076'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS LIDOS DO MESTRE'        TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG076'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'DISCIPLINAS SIMULADAS'         TO CT-DESCRICAO
           MOVE WS-CTDISCSIM         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           IF WS-TEM-FREQ = 'S'
              MOVE 'CGPRG076'           TO CT-PROGRAMA
              MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
              MOVE 'FREQUENCIAS LIDAS'             TO CT-DESCRICAO
              MOVE WS-CTFREQLIDO        TO CT-VALOR
              WRITE WS-REG-CTLTOTAL
           END-IF
           MOVE 'CGPRG076'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'APROVADOS QUE REPROVARIAM'     TO CT-DESCRICAO
           MOVE WS-CTAPRREP          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG076'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REPROVADOS QUE APROVARIAM'     TO CT-DESCRICAO
           MOVE WS-CTREPAPR          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG076'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS REJEITADOS'          TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE ALUNOUT
           CLOSE ALUNDISC
           IF WS-TEM-FREQ = 'S'
              CLOSE FREQUENCIA
           END-IF
           CLOSE SIMREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG076        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * LINHAS DO CENARIO LIDAS...: ' WS-CTCENLIDO
           DISPLAY ' * ALUNOS LIDOS DO MESTRE....: ' WS-CTLIDO
           DISPLAY ' * DISCIPLINAS SIMULADAS.....: ' WS-CTDISCSIM
           IF WS-TEM-FREQ = 'S'
              DISPLAY ' * FREQUENCIAS LIDAS.........: ' WS-CTFREQLIDO
           END-IF
           DISPLAY ' * APROVADOS QUE REPROVARIAM.: ' WS-CTAPRREP
           DISPLAY ' * REPROVADOS QUE APROVARIAM.: ' WS-CTREPAPR
           DISPLAY ' * REGISTROS REJEITADOS......: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO.........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG076        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG076 <-------------------*
