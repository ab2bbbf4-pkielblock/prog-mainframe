       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG060.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 28/09/2026.
       DATE-COMPILED. 28/09/2026.
      *--------------------------------------------------------------*
      *    ALOCACAO DE VAGAS POR TURMA - O CURSOCAT LIMITA A ENTRADA  *
      *    POR CURSO, MAS NADA LIMITAVA QUANTOS ALUNOS SENTAM NUMA    *
      *    DISCIPLINA. ESTE PROGRAMA LE A OFERTA DO SEMESTRE          *
      *    (OFERTAS, LAYOUT CGOFERTA: DISCIPLINA, TURMA, SALA E       *
      *    CAPACIDADE) E OS PEDIDOS DE MATRICULA E DE CANCELAMENTO    *
      *    (PEDIDOS, LAYOUT CGPEDMAT) E MANTEM A ALOCACAO DO          *
      *    SEMESTRE (ALOCACAO, LAYOUT CGALOCAC), QUE E CARREGADA NO   *
      *    INICIO E REGRAVADA POR INTEIRO NO FIM DE CADA RODADA.      *
      *    A CADA RODADA OS PEDIDOS NOVOS E A LISTA DE ESPERA         *
      *    DISPUTAM AS VAGAS LIVRES DE CADA DISCIPLINA, NA ORDEM:     *
      *    1) DEPENDENCIA (DISCIPLINA NO DEPENDEN DO CGPRG059),       *
      *    2) MAIOR MEDIA DO ALUNO NO ALUNOUT,                        *
      *    3) DATA DO PEDIDO MAIS ANTIGA E 4) MATRICULA.              *
      *    QUEM NAO CABE FICA NA LISTA DE ESPERA, NA POSICAO DESSA    *
      *    ORDEM; VAGA LIBERADA POR CANCELAMENTO, POR AUMENTO DE      *
      *    CAPACIDADE OU POR TURMA NOVA E PREENCHIDA AUTOMATICAMENTE  *
      *    PELA LISTA DE ESPERA NA MESMA RODADA. ALUNO MATRICULADO    *
      *    NUMA TURMA QUE SAIU DA OFERTA VOLTA PARA A DISPUTA.        *
      *    PEDIDO DE ALUNO FORA DO ALUNOUT VAI PARA O EXCEPREL.       *
      *    SAIDAS: LISTA DE CLASSE POR TURMA (TURMAREL) E RELATORIO   *
      *    DA LISTA DE ESPERA PARA OS COORDENADORES (ESPERREL).       *
      *    CARTAO DE PARAMETRO (SYSIN): SEMESTRE (AAAAS).             *
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
           SELECT OFERTAS   ASSIGN TO "OFERTAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OFERTAS.
           SELECT PEDIDOS   ASSIGN TO "PEDIDOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDOS.
           SELECT ALOCACAO  ASSIGN TO "ALOCACAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ALOCACAO.
           SELECT DEPENDEN  ASSIGN TO "DEPENDEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDEN.
           SELECT ALUNOUT   ASSIGN TO "ALUNOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-NUMERO-ALU
               FILE STATUS IS WS-FS-ALUNOUT.
           SELECT CANDIDAT  ASSIGN TO "SORTWK01".
           SELECT TURMAREL  ASSIGN TO "TURMAREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ESPERREL  ASSIGN TO "ESPERREL"
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
      *-----> CARTAO DE PARAMETRO - SEMESTRE DA ALOCACAO
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-SEMESTRE.
               10  WS-PARM-ANO        PIC 9(04).
               10  WS-PARM-SEM        PIC 9(01).
           05  WS-PARM-SEMESTRE-N REDEFINES WS-PARM-SEMESTRE
                                      PIC 9(05).
           05  FILLER                 PIC X(75).

       FD  OFERTAS
           LABEL RECORDS ARE STANDARD.
           COPY CGOFERTA.

       FD  PEDIDOS
           LABEL RECORDS ARE STANDARD.
           COPY CGPEDMAT.

       FD  ALOCACAO
           LABEL RECORDS ARE STANDARD.
           COPY CGALOCAC.

      *-----> DEPENDENCIAS GRAVADAS PELA REMATRICULA (CGPRG059)
       FD  DEPENDEN
           LABEL RECORDS ARE STANDARD.
           COPY CGDEPEND.

       FD  ALUNOUT
           LABEL RECORDS ARE STANDARD.
           COPY CGALUNOF.

      *-----> CANDIDATOS AS VAGAS (PEDIDOS NOVOS E LISTA DE ESPERA) NA
      *       ORDEM DE PRIORIDADE DENTRO DE CADA DISCIPLINA
       SD  CANDIDAT.
       01  SC-REG-CANDIDATO.
           05  SC-COD-DISCIPLINA   PIC X(08).
           05  SC-DEPENDENCIA      PIC X(01).
           05  SC-MEDIA            PIC 9(02)V99.
           05  SC-DATA-PEDIDO      PIC 9(08).
           05  SC-NUMERO-ALU       PIC 9(13).
           05  SC-IDX              PIC 9(04).

       FD  TURMAREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-TURMAREL            PIC X(80).

       FD  ESPERREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-ESPERREL            PIC X(80).

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
           05  WS-FIM-LISTA           PIC X(01) VALUE "N".
           05  WS-PEDIDOS-ABERTO      PIC X(01) VALUE "N".
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTALOCADO           PIC 9(05) VALUE ZEROS.
           05  WS-CTPROMOVIDO         PIC 9(05) VALUE ZEROS.
           05  WS-CTNOVAESPERA        PIC 9(05) VALUE ZEROS.
           05  WS-CTESPERA            PIC 9(05) VALUE ZEROS.
           05  WS-CTCANCEL            PIC 9(05) VALUE ZEROS.
           05  WS-CTVAGALIB           PIC 9(05) VALUE ZEROS.
           05  WS-CTREPETIDO          PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMMESTRE         PIC 9(05) VALUE ZEROS.
           05  WS-CTTURMAFECH         PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-FS-OFERTAS          PIC X(02).
           05  WS-FS-PEDIDOS          PIC X(02).
           05  WS-FS-ALOCACAO         PIC X(02).
           05  WS-FS-DEPENDEN         PIC X(02).
           05  WS-FS-ALUNOUT          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).
           05  WS-DISC-QUEBRA         PIC X(08).
           05  WS-POSICAO             PIC 9(04).
           05  WS-SIT-ANTERIOR        PIC X(01).
           05  WS-TURMA-PESQ          PIC X(03).

      *-----> OFERTA DO SEMESTRE CARREGADA DO OFERTAS, COM AS VAGAS
      *       OCUPADAS APURADAS NA ALOCACAO
       77  WS-QTDE-OFE                PIC 9(03) VALUE ZEROS.
       77  WS-OF-I                    PIC 9(03).
       77  WS-OF-IDX                  PIC 9(03).
       77  WS-OF-ACHOU                PIC X(01).
       01  WS-TAB-OFERTAS.
           05  WS-OFERTA  OCCURS 300 TIMES.
               10  WS-OF-DISCIPLINA     PIC X(08).
               10  WS-OF-TURMA          PIC X(03).
               10  WS-OF-SALA           PIC X(06).
               10  WS-OF-CAPACIDADE     PIC 9(03).
               10  WS-OF-OCUPADAS       PIC 9(03).

      *-----> ALOCACAO DO SEMESTRE EM MEMORIA (SITUACAO 'P' = PEDIDO
      *       NOVO AINDA NAO ALOCADO, SO DURANTE A RODADA)
       77  WS-QTDE-ALOC               PIC 9(04) VALUE ZEROS.
       77  WS-AT-I                    PIC 9(04).
       77  WS-AT-IDX                  PIC 9(04).
       77  WS-AT-ACHOU                PIC X(01).
       01  WS-TAB-ALOCACAO.
           05  WS-ALOC  OCCURS 5000 TIMES.
               10  WS-AT-DISCIPLINA     PIC X(08).
               10  WS-AT-NUMERO         PIC 9(13).
               10  WS-AT-NOME           PIC X(25).
               10  WS-AT-TURMA          PIC X(03).
               10  WS-AT-SITUACAO       PIC X(01).
               10  WS-AT-DEPEND         PIC X(01).
               10  WS-AT-MEDIA          PIC 9(02)V99.
               10  WS-AT-POSICAO        PIC 9(04).
               10  WS-AT-DATA-PEDIDO    PIC 9(08).
               10  WS-AT-DATA-SIT       PIC 9(08).

      *-----> DEPENDENCIAS CARREGADAS DO DEPENDEN
       77  WS-QTDE-DEP                PIC 9(04) VALUE ZEROS.
       77  WS-DN-I                    PIC 9(04).
       77  WS-DN-ACHOU                PIC X(01).
       77  WS-AL-ACHOU                PIC X(01).
       77  WS-DN-TRL-QTD              PIC 9(07) VALUE ZEROS.
       77  WS-DN-TEM-TRL              PIC X(01) VALUE 'N'.
       01  WS-TAB-DEPEND.
           05  WS-DEPEND  OCCURS 3000 TIMES.
               10  WS-DN-NUMERO         PIC 9(13).
               10  WS-DN-DISCIPLINA     PIC X(08).

      *-----> LINHAS DOS RELATORIOS
       01  WS-LIN-ALUNO.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LA-POSICAO          PIC ZZZZ.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LA-MATRICULA        PIC 9(13).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LA-NOME             PIC X(25).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LA-DEPEND           PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LA-MEDIA            PIC Z9,99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LA-SITUACAO         PIC X(18).
       01  WS-LIN-TURMA.
           05  FILLER                 PIC X(12) VALUE 'DISCIPLINA: '.
           05  WS-LT-DISCIPLINA       PIC X(08).
           05  FILLER                 PIC X(08) VALUE '  TURMA '.
           05  WS-LT-TURMA            PIC X(03).
           05  FILLER                 PIC X(07) VALUE '  SALA '.
           05  WS-LT-SALA             PIC X(06).
           05  FILLER                 PIC X(07) VALUE ' VAGAS '.
           05  WS-LT-CAPACIDADE       PIC ZZ9.
           05  FILLER                 PIC X(11) VALUE '  OCUPADAS '.
           05  WS-LT-OCUPADAS         PIC ZZ9.
           05  FILLER                 PIC X(09) VALUE '  LIVRES '.
           05  WS-LT-LIVRES           PIC ZZ9.
       01  WS-LIVRES                  PIC 9(03).
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - PEDIDOS E CANCELAMENTOS PRIMEIRO
      *    (LIBERAM VAGAS), DEPOIS A DISPUTA PELAS VAGAS NO SORT
      *--------------------------------------------------------------*
       000-CGPRG060.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG060 - ALOCACAO DE VAGAS POR TURMA"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              IF WS-PEDIDOS-ABERTO = 'S'
                 PERFORM 025-LER-PEDIDO
                 PERFORM 030-PROCESSAR-PEDIDO UNTIL WS-FIM = 'S'
              END-IF
              SORT CANDIDAT
                  ON ASCENDING  KEY SC-COD-DISCIPLINA
                     DESCENDING KEY SC-DEPENDENCIA
                                    SC-MEDIA
                     ASCENDING  KEY SC-DATA-PEDIDO
                                    SC-NUMERO-ALU
                  INPUT PROCEDURE IS 200-LIBERAR-CANDIDATOS
                  OUTPUT PROCEDURE IS 080-ALOCAR-VAGAS
              PERFORM 070-GRAVAR-ALOCACAO
              PERFORM 085-IMPRIMIR-TURMAS
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
              IF WS-PARM-SEMESTRE-N NOT NUMERIC OR
                 WS-PARM-ANO < 2000 OR
                 (WS-PARM-SEM NOT = 1 AND WS-PARM-SEM NOT = 2)
                 DISPLAY ' * ERRO: SEMESTRE INVALIDO: '
                     WS-PARM-SEMESTRE
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 DISPLAY 'SEMESTRE DA ALOCACAO......: ' WS-PARM-ANO '/'
                     WS-PARM-SEM
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 005-CARREGAR-OFERTAS
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 017-CARREGAR-ALOCACAO
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 019-CARREGAR-DEPENDEN
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
              OPEN INPUT PEDIDOS
              IF WS-FS-PEDIDOS = '00'
                 MOVE 'S' TO WS-PEDIDOS-ABERTO
              ELSE
                 DISPLAY ' * PEDIDOS VAZIO OU AUSENTE - FS='
                     WS-FS-PEDIDOS ' - SO A LISTA DE ESPERA DISPUTA'
              END-IF
              OPEN OUTPUT TURMAREL
              OPEN OUTPUT ESPERREL
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
      *    CARREGAR A OFERTA DO SEMESTRE - OBRIGATORIA; TURMA
      *    REPETIDA OU SEM CAPACIDADE E IGNORADA COM AVISO
      *--------------------------------------------------------------*
       005-CARREGAR-OFERTAS.

           OPEN INPUT OFERTAS
           IF WS-FS-OFERTAS NOT = '00'
              DISPLAY ' * ERRO ABRINDO OFERTAS - FS=' WS-FS-OFERTAS
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 006-LER-OFERTA UNTIL WS-FIM-AUX = 'S'
              CLOSE OFERTAS
              DISPLAY ' * TURMAS OFERTADAS NO SEMESTRE: ' WS-QTDE-OFE
              IF WS-QTDE-OFE = ZEROS AND WS-ABEND NOT = 'S'
                 DISPLAY ' * ERRO: NENHUMA TURMA OFERTADA NO SEMESTRE'
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           .
       006-LER-OFERTA.

           READ OFERTAS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF OF-SEMESTRE = WS-PARM-SEMESTRE-N
                      PERFORM 007-GUARDAR-OFERTA
                   END-IF
           END-READ
           .
       007-GUARDAR-OFERTA.

           MOVE OF-COD-DISCIPLINA TO WS-DISC-QUEBRA
           MOVE OF-TURMA          TO WS-TURMA-PESQ
           PERFORM 037-PROCURAR-TURMA
           IF WS-OF-ACHOU = 'S'
              DISPLAY ' * TURMA REPETIDA NA OFERTA - ' OF-COD-DISCIPLINA
                  ' ' OF-TURMA ' IGNORADA'
           ELSE
              IF OF-CAPACIDADE NOT NUMERIC OR OF-CAPACIDADE = ZEROS
                 DISPLAY ' * TURMA SEM CAPACIDADE - ' OF-COD-DISCIPLINA
                     ' ' OF-TURMA ' IGNORADA'
              ELSE
                 IF WS-QTDE-OFE < 300
                    ADD 1 TO WS-QTDE-OFE
                    MOVE OF-COD-DISCIPLINA TO
                        WS-OF-DISCIPLINA (WS-QTDE-OFE)
                    MOVE OF-TURMA      TO WS-OF-TURMA (WS-QTDE-OFE)
                    MOVE OF-SALA       TO WS-OF-SALA (WS-QTDE-OFE)
                    MOVE OF-CAPACIDADE TO
                        WS-OF-CAPACIDADE (WS-QTDE-OFE)
                    MOVE ZEROS         TO WS-OF-OCUPADAS (WS-QTDE-OFE)
                 ELSE
                    DISPLAY ' * TABELA DE OFERTAS CHEIA (300)'
                    MOVE 'S' TO WS-FIM-AUX
                    MOVE 'S' TO WS-ABEND
                    MOVE 08  TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR A ALOCACAO DO SEMESTRE - SEM ARQUIVO E A PRIMEIRA
      *    RODADA; REGISTRO DE OUTRO SEMESTRE CANCELA O RUN (O
      *    ARQUIVO E UM POR SEMESTRE). AS VAGAS OCUPADAS DE CADA
      *    TURMA SAEM DOS MATRICULADOS; TURMA QUE SAIU DA OFERTA
      *    DEVOLVE O ALUNO PARA A DISPUTA
      *--------------------------------------------------------------*
       017-CARREGAR-ALOCACAO.

           OPEN INPUT ALOCACAO
           IF WS-FS-ALOCACAO NOT = '00'
              DISPLAY ' * ALOCACAO VAZIA OU AUSENTE - FS='
                  WS-FS-ALOCACAO ' - PRIMEIRA RODADA DO SEMESTRE'
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 018-LER-ALOCACAO UNTIL WS-FIM-AUX = 'S'
              CLOSE ALOCACAO
              DISPLAY ' * PEDIDOS JA NA ALOCACAO: ' WS-QTDE-ALOC
           END-IF
           .
       018-LER-ALOCACAO.

           READ ALOCACAO
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF AC-SEMESTRE NOT = WS-PARM-SEMESTRE-N
                      DISPLAY ' * ERRO: ALOCACAO DE OUTRO SEMESTRE ('
                          AC-SEMESTRE ')'
                      MOVE 'S' TO WS-FIM-AUX
                      MOVE 'S' TO WS-ABEND
                      MOVE 08  TO RETURN-CODE
                   ELSE
                      IF WS-QTDE-ALOC < 5000
                         ADD 1 TO WS-QTDE-ALOC
                         MOVE WS-QTDE-ALOC TO WS-AT-IDX
                         MOVE AC-COD-DISCIPLINA TO
                             WS-AT-DISCIPLINA (WS-AT-IDX)
                         MOVE AC-NUMERO-ALU  TO WS-AT-NUMERO (WS-AT-IDX)
                         MOVE AC-NOME-ALU    TO WS-AT-NOME (WS-AT-IDX)
                         MOVE AC-TURMA       TO WS-AT-TURMA (WS-AT-IDX)
                         MOVE AC-SITUACAO  TO WS-AT-SITUACAO (WS-AT-IDX)
                         MOVE AC-DEPENDENCIA TO WS-AT-DEPEND (WS-AT-IDX)
                         MOVE AC-MEDIA       TO WS-AT-MEDIA (WS-AT-IDX)
                         MOVE AC-POSICAO   TO WS-AT-POSICAO (WS-AT-IDX)
                         MOVE AC-DATA-PEDIDO TO
                             WS-AT-DATA-PEDIDO (WS-AT-IDX)
                         MOVE AC-DATA-SITUACAO TO
                             WS-AT-DATA-SIT (WS-AT-IDX)
                         IF AC-SITUACAO = 'M'
                            PERFORM 016-OCUPAR-VAGA-CARGA
                         END-IF
                      ELSE
                         DISPLAY ' * TABELA DE ALOCACAO CHEIA (5000)'
                         MOVE 'S' TO WS-FIM-AUX
                         MOVE 'S' TO WS-ABEND
                         MOVE 08  TO RETURN-CODE
                      END-IF
                   END-IF
           END-READ
           .
       016-OCUPAR-VAGA-CARGA.

           MOVE AC-COD-DISCIPLINA TO WS-DISC-QUEBRA
           MOVE AC-TURMA          TO WS-TURMA-PESQ
           PERFORM 037-PROCURAR-TURMA
           IF WS-OF-ACHOU = 'S'
              ADD 1 TO WS-OF-OCUPADAS (WS-OF-IDX)
           ELSE
              ADD 1 TO WS-CTTURMAFECH
              DISPLAY ' * TURMA ' AC-COD-DISCIPLINA ' ' AC-TURMA
                  ' FORA DA OFERTA - ALUNO ' AC-NUMERO-ALU
                  ' VOLTA PARA A DISPUTA'
              MOVE 'P'    TO WS-AT-SITUACAO (WS-AT-IDX)
              MOVE SPACES TO WS-AT-TURMA (WS-AT-IDX)
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS DEPENDENCIAS DO DEPENDEN (CGPRG059) - SEM O
      *    ARQUIVO NINGUEM TEM PRIORIDADE DE DEPENDENCIA; ARQUIVO
      *    QUE NAO BATE COM O TRAILER CANCELA O RUN
      *--------------------------------------------------------------*
       019-CARREGAR-DEPENDEN.

           OPEN INPUT DEPENDEN
           IF WS-FS-DEPENDEN NOT = '00'
              DISPLAY ' * DEPENDEN NAO ABERTO - FS=' WS-FS-DEPENDEN
                  ' - SEM PRIORIDADE DE DEPENDENCIA'
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 020-LER-DEPENDEN UNTIL WS-FIM-AUX = 'S'
              CLOSE DEPENDEN
              IF WS-ABEND NOT = 'S'
                 IF WS-DN-TEM-TRL NOT = 'S' OR
                    WS-DN-TRL-QTD NOT = WS-QTDE-DEP
                    DISPLAY ' * ERRO: DEPENDEN NAO CONFERE COM O'
                        ' TRAILER - LIDAS ' WS-QTDE-DEP
                        ' TRAILER ' WS-DN-TRL-QTD
                    MOVE 'S' TO WS-ABEND
                    MOVE 08  TO RETURN-CODE
                 ELSE
                    DISPLAY ' * DEPENDENCIAS CARREGADAS: ' WS-QTDE-DEP
                 END-IF
              END-IF
           END-IF
           .
       020-LER-DEPENDEN.

           READ DEPENDEN
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF DN-CB-ROTULO = 'TRL'
                      MOVE DN-TL-QTD TO WS-DN-TRL-QTD
                      MOVE 'S' TO WS-DN-TEM-TRL
                      MOVE 'S' TO WS-FIM-AUX
                   ELSE
                      IF DN-CB-ROTULO NOT = 'HDR'
                         IF WS-QTDE-DEP < 3000
                            ADD 1 TO WS-QTDE-DEP
                            MOVE DN-NUMERO-ALU TO
                                WS-DN-NUMERO (WS-QTDE-DEP)
                            MOVE DN-COD-DISCIPLINA TO
                                WS-DN-DISCIPLINA (WS-QTDE-DEP)
                         ELSE
                            DISPLAY ' * TABELA DE DEPENDENCIAS CHEIA'
                                ' (3000)'
                            MOVE 'S' TO WS-FIM-AUX
                            MOVE 'S' TO WS-ABEND
                            MOVE 08  TO RETURN-CODE
                         END-IF
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    LEITURA DO PROXIMO PEDIDO
      *--------------------------------------------------------------*
       025-LER-PEDIDO.

           READ PEDIDOS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    PEDIDO DE MATRICULA OU DE CANCELAMENTO
      *--------------------------------------------------------------*
       030-PROCESSAR-PEDIDO.

           MOVE PM-NUMERO-ALU TO WS-CHAVE-EXC
           IF PM-SEMESTRE NOT = WS-PARM-SEMESTRE-N
              MOVE 'PEDIDO DE OUTRO SEMESTRE' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF PM-TIPO = 'M'
                 PERFORM 032-PEDIR-MATRICULA
              ELSE
                 IF PM-TIPO = 'C'
                    PERFORM 034-CANCELAR-PEDIDO
                 ELSE
                    MOVE 'TIPO DE PEDIDO INVALIDO' TO WS-MOTIVO-EXC
                    PERFORM 060-GRAVAR-EXCECAO
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-PEDIDO
           .
      *--------------------------------------------------------------*
      *    PEDIDO DE MATRICULA - ENTRA NA ALOCACAO COMO 'P' COM A
      *    PRIORIDADE DO ALUNO (DEPENDENCIA E MEDIA DO ALUNOUT);
      *    ALUNO QUE NAO ESTA NO MESTRE E REJEITADO
      *--------------------------------------------------------------*
       032-PEDIR-MATRICULA.

           MOVE PM-COD-DISCIPLINA TO WS-DISC-QUEBRA
           PERFORM 036-PROCURAR-DISCIPLINA
           IF WS-OF-ACHOU = 'N'
              MOVE 'DISCIPLINA NAO OFERTADA' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              PERFORM 038-PROCURAR-PEDIDO-ATIVO
              IF WS-AT-ACHOU = 'S'
                 ADD 1 TO WS-CTREPETIDO
              ELSE
                 PERFORM 031-LER-ALUNO
                 IF WS-AL-ACHOU = 'N'
                    ADD 1 TO WS-CTSEMMESTRE
                    MOVE 'ALUNO NAO ENCONTRADO NO MESTRE'
                        TO WS-MOTIVO-EXC
                    PERFORM 060-GRAVAR-EXCECAO
                 ELSE
                    PERFORM 035-INCLUIR-PEDIDO
                 END-IF
              END-IF
           END-IF
           .
       031-LER-ALUNO.

           MOVE PM-NUMERO-ALU TO FD-NUMERO-ALU
           READ ALUNOUT
               INVALID KEY
                   MOVE 'N' TO WS-AL-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WS-AL-ACHOU
           END-READ
           .
       035-INCLUIR-PEDIDO.

           IF WS-QTDE-ALOC NOT < 5000
              MOVE 'TABELA DE ALOCACAO CHEIA' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              ADD 1 TO WS-QTDE-ALOC
              MOVE WS-QTDE-ALOC      TO WS-AT-IDX
              MOVE PM-COD-DISCIPLINA TO WS-AT-DISCIPLINA (WS-AT-IDX)
              MOVE PM-NUMERO-ALU     TO WS-AT-NUMERO (WS-AT-IDX)
              MOVE SPACES            TO WS-AT-TURMA (WS-AT-IDX)
              MOVE 'P'               TO WS-AT-SITUACAO (WS-AT-IDX)
              MOVE ZEROS             TO WS-AT-POSICAO (WS-AT-IDX)
              MOVE PM-DATA-PEDIDO    TO WS-AT-DATA-PEDIDO (WS-AT-IDX)
              MOVE WS-DATA-EXEC      TO WS-AT-DATA-SIT (WS-AT-IDX)
              PERFORM 033-APURAR-PRIORIDADE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PRIORIDADE - NOME E MEDIA DO REGISTRO DO ALUNOUT JA LIDO
      *    PELO 031; DEPENDENCIA PELA TABELA DO DEPENDEN
      *--------------------------------------------------------------*
       033-APURAR-PRIORIDADE.

           MOVE FD-NOME-ALU  TO WS-AT-NOME (WS-AT-IDX)
           MOVE FD-MEDIA-ALU TO WS-AT-MEDIA (WS-AT-IDX)

           MOVE 'N' TO WS-DN-ACHOU
           PERFORM 039-COMPARAR-DEPENDENCIA
              VARYING WS-DN-I FROM 1 BY 1
              UNTIL WS-DN-I > WS-QTDE-DEP OR WS-DN-ACHOU = 'S'
           IF WS-DN-ACHOU = 'S'
              MOVE 'S' TO WS-AT-DEPEND (WS-AT-IDX)
           ELSE
              MOVE 'N' TO WS-AT-DEPEND (WS-AT-IDX)
           END-IF
           .
      *--------------------------------------------------------------*
      *    CANCELAMENTO - MATRICULADO LIBERA A VAGA DA TURMA (QUE A
      *    LISTA DE ESPERA OCUPA NESTA MESMA RODADA); QUEM ESTAVA NA
      *    ESPERA SO SAI DA LISTA
      *--------------------------------------------------------------*
       034-CANCELAR-PEDIDO.

           MOVE PM-COD-DISCIPLINA TO WS-DISC-QUEBRA
           PERFORM 038-PROCURAR-PEDIDO-ATIVO
           IF WS-AT-ACHOU = 'N'
              MOVE 'CANCELAMENTO SEM PEDIDO ATIVO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF WS-AT-SITUACAO (WS-AT-IDX) = 'M'
                 MOVE WS-AT-TURMA (WS-AT-IDX) TO WS-TURMA-PESQ
                 PERFORM 037-PROCURAR-TURMA
                 IF WS-OF-ACHOU = 'S'
                    SUBTRACT 1 FROM WS-OF-OCUPADAS (WS-OF-IDX)
                    ADD 1 TO WS-CTVAGALIB
                 END-IF
              END-IF
              MOVE 'C'          TO WS-AT-SITUACAO (WS-AT-IDX)
              MOVE ZEROS        TO WS-AT-POSICAO (WS-AT-IDX)
              MOVE WS-DATA-EXEC TO WS-AT-DATA-SIT (WS-AT-IDX)
              ADD 1 TO WS-CTCANCEL
           END-IF
           .
      *--------------------------------------------------------------*
      *    PESQUISAS NAS TABELAS
      *--------------------------------------------------------------*
       036-PROCURAR-DISCIPLINA.

           MOVE 'N'   TO WS-OF-ACHOU
           MOVE ZEROS TO WS-OF-IDX
           PERFORM 041-COMPARAR-DISCIPLINA
              VARYING WS-OF-I FROM 1 BY 1
              UNTIL WS-OF-I > WS-QTDE-OFE OR WS-OF-ACHOU = 'S'
           .
       041-COMPARAR-DISCIPLINA.

           IF WS-OF-DISCIPLINA (WS-OF-I) = WS-DISC-QUEBRA
              MOVE WS-OF-I TO WS-OF-IDX
              MOVE 'S'     TO WS-OF-ACHOU
           END-IF
           .
       037-PROCURAR-TURMA.

           MOVE 'N'   TO WS-OF-ACHOU
           MOVE ZEROS TO WS-OF-IDX
           PERFORM 042-COMPARAR-TURMA
              VARYING WS-OF-I FROM 1 BY 1
              UNTIL WS-OF-I > WS-QTDE-OFE OR WS-OF-ACHOU = 'S'
           .
       042-COMPARAR-TURMA.

           IF WS-OF-DISCIPLINA (WS-OF-I) = WS-DISC-QUEBRA AND
              WS-OF-TURMA (WS-OF-I) = WS-TURMA-PESQ
              MOVE WS-OF-I TO WS-OF-IDX
              MOVE 'S'     TO WS-OF-ACHOU
           END-IF
           .
       038-PROCURAR-PEDIDO-ATIVO.

           MOVE 'N'   TO WS-AT-ACHOU
           MOVE ZEROS TO WS-AT-IDX
           PERFORM 043-COMPARAR-PEDIDO
              VARYING WS-AT-I FROM 1 BY 1
              UNTIL WS-AT-I > WS-QTDE-ALOC OR WS-AT-ACHOU = 'S'
           .
       043-COMPARAR-PEDIDO.

           IF WS-AT-NUMERO (WS-AT-I) = PM-NUMERO-ALU AND
              WS-AT-DISCIPLINA (WS-AT-I) = WS-DISC-QUEBRA AND
              WS-AT-SITUACAO (WS-AT-I) NOT = 'C'
              MOVE WS-AT-I TO WS-AT-IDX
              MOVE 'S'     TO WS-AT-ACHOU
           END-IF
           .
       039-COMPARAR-DEPENDENCIA.

           IF WS-DN-NUMERO (WS-DN-I) = PM-NUMERO-ALU AND
              WS-DN-DISCIPLINA (WS-DN-I) = PM-COD-DISCIPLINA
              MOVE 'S' TO WS-DN-ACHOU
           END-IF
           .
       044-PROCURAR-VAGA.

           MOVE 'N'   TO WS-OF-ACHOU
           MOVE ZEROS TO WS-OF-IDX
           PERFORM 045-COMPARAR-VAGA
              VARYING WS-OF-I FROM 1 BY 1
              UNTIL WS-OF-I > WS-QTDE-OFE OR WS-OF-ACHOU = 'S'
           .
       045-COMPARAR-VAGA.

           IF WS-OF-DISCIPLINA (WS-OF-I) = SC-COD-DISCIPLINA AND
              WS-OF-OCUPADAS (WS-OF-I) < WS-OF-CAPACIDADE (WS-OF-I)
              MOVE WS-OF-I TO WS-OF-IDX
              MOVE 'S'     TO WS-OF-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR EXCECAO NO PADRAO DA SUITE
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * PEDIDO ' PM-NUMERO-ALU ' ' PM-COD-DISCIPLINA
               ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG060'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ALUNOS'        TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT - PEDIDOS NOVOS E LISTA DE ESPERA
      *--------------------------------------------------------------*
       200-LIBERAR-CANDIDATOS.

           PERFORM 205-LIBERAR-UM-CANDIDATO
              VARYING WS-AT-I FROM 1 BY 1
              UNTIL WS-AT-I > WS-QTDE-ALOC
           .
       205-LIBERAR-UM-CANDIDATO.

           IF WS-AT-SITUACAO (WS-AT-I) = 'P' OR
              WS-AT-SITUACAO (WS-AT-I) = 'E'
              MOVE WS-AT-DISCIPLINA (WS-AT-I)  TO SC-COD-DISCIPLINA
              MOVE WS-AT-DEPEND (WS-AT-I)      TO SC-DEPENDENCIA
              MOVE WS-AT-MEDIA (WS-AT-I)       TO SC-MEDIA
              MOVE WS-AT-DATA-PEDIDO (WS-AT-I) TO SC-DATA-PEDIDO
              MOVE WS-AT-NUMERO (WS-AT-I)      TO SC-NUMERO-ALU
              MOVE WS-AT-I                     TO SC-IDX
              RELEASE SC-REG-CANDIDATO
           END-IF
           .
      *--------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT - CADA CANDIDATO, NA ORDEM DE
      *    PRIORIDADE, OCUPA A PRIMEIRA TURMA COM VAGA DA DISCIPLINA
      *    OU VAI PARA A LISTA DE ESPERA; O RELATORIO DA ESPERA SAI
      *    AQUI, JA NA ORDEM DA LISTA
      *--------------------------------------------------------------*
       080-ALOCAR-VAGAS.

           MOVE SPACES TO WS-REG-ESPERREL
           STRING 'CGPRG060 - LISTA DE ESPERA POR DISCIPLINA'
                      DELIMITED BY SIZE
                  ' - SEMESTRE ' DELIMITED BY SIZE
                  WS-PARM-ANO    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-PARM-SEM    DELIMITED BY SIZE
                  ' - RODADA '   DELIMITED BY SIZE
                  WS-DATA-EXEC   DELIMITED BY SIZE
             INTO WS-REG-ESPERREL
           END-STRING
           WRITE WS-REG-ESPERREL
           MOVE '  PRIORIDADE: DEPENDENCIA, MEDIA, DATA DO PEDIDO'
               TO WS-REG-ESPERREL
           WRITE WS-REG-ESPERREL
           MOVE SPACES      TO WS-REG-ESPERREL
           MOVE 'POS'       TO WS-REG-ESPERREL (4:3)
           MOVE 'MATRICULA' TO WS-REG-ESPERREL (9:9)
           MOVE 'NOME'      TO WS-REG-ESPERREL (24:4)
           MOVE 'DEP'       TO WS-REG-ESPERREL (51:3)
           MOVE 'MEDIA'     TO WS-REG-ESPERREL (56:5)
           MOVE 'SITUACAO'  TO WS-REG-ESPERREL (63:8)
           WRITE WS-REG-ESPERREL

           MOVE SPACES TO WS-DISC-QUEBRA
           MOVE 'N'    TO WS-FIM-LISTA
           PERFORM 081-RETORNAR-CANDIDATO UNTIL WS-FIM-LISTA = 'S'
           .
       081-RETORNAR-CANDIDATO.

           RETURN CANDIDAT
               AT END
                   MOVE 'S' TO WS-FIM-LISTA
               NOT AT END
                   PERFORM 082-ALOCAR-CANDIDATO
           END-RETURN
           .
       082-ALOCAR-CANDIDATO.

           IF SC-COD-DISCIPLINA NOT = WS-DISC-QUEBRA
              MOVE SC-COD-DISCIPLINA TO WS-DISC-QUEBRA
              MOVE ZEROS TO WS-POSICAO
              MOVE SPACES TO WS-REG-ESPERREL
              WRITE WS-REG-ESPERREL
              MOVE SPACES TO WS-REG-ESPERREL
              STRING 'DISCIPLINA: '    DELIMITED BY SIZE
                     SC-COD-DISCIPLINA DELIMITED BY SIZE
                INTO WS-REG-ESPERREL
              END-STRING
              WRITE WS-REG-ESPERREL
           END-IF

           MOVE SC-IDX TO WS-AT-IDX
           MOVE WS-AT-SITUACAO (WS-AT-IDX) TO WS-SIT-ANTERIOR
           PERFORM 044-PROCURAR-VAGA
           IF WS-OF-ACHOU = 'S'
              ADD 1 TO WS-OF-OCUPADAS (WS-OF-IDX)
              MOVE 'M'          TO WS-AT-SITUACAO (WS-AT-IDX)
              MOVE WS-OF-TURMA (WS-OF-IDX) TO WS-AT-TURMA (WS-AT-IDX)
              MOVE ZEROS        TO WS-AT-POSICAO (WS-AT-IDX)
              MOVE WS-DATA-EXEC TO WS-AT-DATA-SIT (WS-AT-IDX)
              IF WS-SIT-ANTERIOR = 'E'
                 ADD 1 TO WS-CTPROMOVIDO
                 MOVE ZEROS TO WS-LA-POSICAO
                 MOVE SPACES TO WS-LA-SITUACAO
                 STRING 'PROMOVIDO TURMA ' DELIMITED BY SIZE
                        WS-OF-TURMA (WS-OF-IDX) DELIMITED BY SIZE
                   INTO WS-LA-SITUACAO
                 END-STRING
                 PERFORM 084-LINHA-ESPERA
              ELSE
                 ADD 1 TO WS-CTALOCADO
              END-IF
           ELSE
              ADD 1 TO WS-POSICAO
              ADD 1 TO WS-CTESPERA
              IF WS-SIT-ANTERIOR = 'P'
                 ADD 1 TO WS-CTNOVAESPERA
                 MOVE 'E'          TO WS-AT-SITUACAO (WS-AT-IDX)
                 MOVE WS-DATA-EXEC TO WS-AT-DATA-SIT (WS-AT-IDX)
                 MOVE 'NOVO NA ESPERA' TO WS-LA-SITUACAO
              ELSE
                 MOVE 'EM ESPERA'      TO WS-LA-SITUACAO
              END-IF
              MOVE WS-POSICAO TO WS-AT-POSICAO (WS-AT-IDX)
              MOVE WS-POSICAO TO WS-LA-POSICAO
              PERFORM 084-LINHA-ESPERA
           END-IF
           .
       084-LINHA-ESPERA.

           MOVE WS-AT-NUMERO (WS-AT-IDX) TO WS-LA-MATRICULA
           MOVE WS-AT-NOME (WS-AT-IDX)   TO WS-LA-NOME
           IF WS-AT-DEPEND (WS-AT-IDX) = 'S'
              MOVE 'SIM' TO WS-LA-DEPEND
           ELSE
              MOVE SPACES TO WS-LA-DEPEND
           END-IF
           MOVE WS-AT-MEDIA (WS-AT-IDX)  TO WS-LA-MEDIA
           WRITE WS-REG-ESPERREL FROM WS-LIN-ALUNO
           .
      *--------------------------------------------------------------*
      *    REGRAVAR A ALOCACAO DO SEMESTRE POR INTEIRO - ERRO NA
      *    ABERTURA OU NA GRAVACAO DA RC 08: O ALOCACAO PODE TER
      *    FICADO INCOMPLETO E TEM DE SER CONFERIDO ANTES DA PROXIMA
      *    RODADA
      *--------------------------------------------------------------*
       070-GRAVAR-ALOCACAO.

           OPEN OUTPUT ALOCACAO
           IF WS-FS-ALOCACAO NOT = '00'
              DISPLAY ' * ERRO ABRINDO ALOCACAO PARA GRAVACAO - FS='
                  WS-FS-ALOCACAO
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              PERFORM 071-GRAVAR-UMA-ALOCACAO
                 VARYING WS-AT-I FROM 1 BY 1
                 UNTIL WS-AT-I > WS-QTDE-ALOC OR WS-ABEND = 'S'
              CLOSE ALOCACAO
           END-IF
           .
       071-GRAVAR-UMA-ALOCACAO.

           MOVE WS-PARM-SEMESTRE-N          TO AC-SEMESTRE
           MOVE WS-AT-DISCIPLINA (WS-AT-I)  TO AC-COD-DISCIPLINA
           MOVE WS-AT-NUMERO (WS-AT-I)      TO AC-NUMERO-ALU
           MOVE WS-AT-NOME (WS-AT-I)        TO AC-NOME-ALU
           MOVE WS-AT-TURMA (WS-AT-I)       TO AC-TURMA
           MOVE WS-AT-SITUACAO (WS-AT-I)    TO AC-SITUACAO
           MOVE WS-AT-DEPEND (WS-AT-I)      TO AC-DEPENDENCIA
           MOVE WS-AT-MEDIA (WS-AT-I)       TO AC-MEDIA
           MOVE WS-AT-POSICAO (WS-AT-I)     TO AC-POSICAO
           MOVE WS-AT-DATA-PEDIDO (WS-AT-I) TO AC-DATA-PEDIDO
           MOVE WS-AT-DATA-SIT (WS-AT-I)    TO AC-DATA-SITUACAO
           WRITE AC-REG-ALOCACAO
           IF WS-FS-ALOCACAO NOT = '00'
              DISPLAY ' * ERRO GRAVANDO ALOCACAO - FS=' WS-FS-ALOCACAO
                  ' - ALUNO ' AC-NUMERO-ALU
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTA DE CLASSE POR TURMA, NA ORDEM DA OFERTA
      *--------------------------------------------------------------*
       085-IMPRIMIR-TURMAS.

           MOVE SPACES TO WS-REG-TURMAREL
           STRING 'CGPRG060 - LISTAS DE CLASSE POR TURMA'
                      DELIMITED BY SIZE
                  ' - SEMESTRE ' DELIMITED BY SIZE
                  WS-PARM-ANO    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-PARM-SEM    DELIMITED BY SIZE
                  ' - RODADA '   DELIMITED BY SIZE
                  WS-DATA-EXEC   DELIMITED BY SIZE
             INTO WS-REG-TURMAREL
           END-STRING
           WRITE WS-REG-TURMAREL
           MOVE SPACES      TO WS-REG-TURMAREL
           MOVE 'NR'        TO WS-REG-TURMAREL (5:2)
           MOVE 'MATRICULA' TO WS-REG-TURMAREL (9:9)
           MOVE 'NOME'      TO WS-REG-TURMAREL (24:4)
           MOVE 'DEP'       TO WS-REG-TURMAREL (51:3)
           MOVE 'MEDIA'     TO WS-REG-TURMAREL (56:5)
           WRITE WS-REG-TURMAREL
           PERFORM 086-IMPRIMIR-TURMA
              VARYING WS-OF-IDX FROM 1 BY 1
              UNTIL WS-OF-IDX > WS-QTDE-OFE
           .
       086-IMPRIMIR-TURMA.

           MOVE SPACES TO WS-REG-TURMAREL
           WRITE WS-REG-TURMAREL
           MOVE WS-OF-DISCIPLINA (WS-OF-IDX) TO WS-LT-DISCIPLINA
           MOVE WS-OF-TURMA (WS-OF-IDX)      TO WS-LT-TURMA
           MOVE WS-OF-SALA (WS-OF-IDX)       TO WS-LT-SALA
           MOVE WS-OF-CAPACIDADE (WS-OF-IDX) TO WS-LT-CAPACIDADE
           MOVE WS-OF-OCUPADAS (WS-OF-IDX)   TO WS-LT-OCUPADAS
           IF WS-OF-OCUPADAS (WS-OF-IDX) < WS-OF-CAPACIDADE (WS-OF-IDX)
              COMPUTE WS-LIVRES = WS-OF-CAPACIDADE (WS-OF-IDX)
                                - WS-OF-OCUPADAS (WS-OF-IDX)
           ELSE
              MOVE ZEROS TO WS-LIVRES
           END-IF
           MOVE WS-LIVRES TO WS-LT-LIVRES
           WRITE WS-REG-TURMAREL FROM WS-LIN-TURMA
           MOVE ZEROS TO WS-POSICAO
           PERFORM 087-IMPRIMIR-ALUNO-TURMA
              VARYING WS-AT-I FROM 1 BY 1
              UNTIL WS-AT-I > WS-QTDE-ALOC
           .
       087-IMPRIMIR-ALUNO-TURMA.

           IF WS-AT-SITUACAO (WS-AT-I) = 'M' AND
              WS-AT-DISCIPLINA (WS-AT-I) = WS-OF-DISCIPLINA (WS-OF-IDX)
              AND WS-AT-TURMA (WS-AT-I) = WS-OF-TURMA (WS-OF-IDX)
              ADD 1 TO WS-POSICAO
              MOVE WS-POSICAO              TO WS-LA-POSICAO
              MOVE WS-AT-NUMERO (WS-AT-I)  TO WS-LA-MATRICULA
              MOVE WS-AT-NOME (WS-AT-I)    TO WS-LA-NOME
              IF WS-AT-DEPEND (WS-AT-I) = 'S'
                 MOVE 'SIM' TO WS-LA-DEPEND
              ELSE
                 MOVE SPACES TO WS-LA-DEPEND
              END-IF
              MOVE WS-AT-MEDIA (WS-AT-I)   TO WS-LA-MEDIA
              MOVE SPACES                  TO WS-LA-SITUACAO
              WRITE WS-REG-TURMAREL FROM WS-LIN-ALUNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-ABEND = 'S'
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTINVALID > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF

           MOVE 'CGPRG060'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PEDIDOS LIDOS'                 TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG060'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'MATRICULAS ALOCADAS'           TO CT-DESCRICAO
           MOVE WS-CTALOCADO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG060'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PROMOVIDOS DA LISTA DE ESPERA' TO CT-DESCRICAO
           MOVE WS-CTPROMOVIDO       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG060'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'NOVOS NA LISTA DE ESPERA'      TO CT-DESCRICAO
           MOVE WS-CTNOVAESPERA      TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG060'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TOTAL NA LISTA DE ESPERA'      TO CT-DESCRICAO
           MOVE WS-CTESPERA          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG060'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CANCELAMENTOS'                 TO CT-DESCRICAO
           MOVE WS-CTCANCEL          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG060'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VAGAS LIBERADAS'               TO CT-DESCRICAO
           MOVE WS-CTVAGALIB         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG060'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PEDIDOS REPETIDOS'             TO CT-DESCRICAO
           MOVE WS-CTREPETIDO        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG060'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PEDIDOS REJEITADOS'            TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           IF WS-PEDIDOS-ABERTO = 'S'
              CLOSE PEDIDOS
           END-IF
           CLOSE ALUNOUT
           CLOSE TURMAREL
           CLOSE ESPERREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG060        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PEDIDOS LIDOS.............: ' WS-CTLIDO
           DISPLAY ' * MATRICULAS ALOCADAS.......: ' WS-CTALOCADO
           DISPLAY ' * PROMOVIDOS DA ESPERA......: ' WS-CTPROMOVIDO
           DISPLAY ' * NOVOS NA LISTA DE ESPERA..: ' WS-CTNOVAESPERA
           DISPLAY ' * TOTAL NA LISTA DE ESPERA..: ' WS-CTESPERA
           DISPLAY ' * CANCELAMENTOS.............: ' WS-CTCANCEL
           DISPLAY ' * VAGAS LIBERADAS...........: ' WS-CTVAGALIB
           DISPLAY ' * PEDIDOS REPETIDOS.........: ' WS-CTREPETIDO
           DISPLAY ' * SEM ALUNO NO MESTRE (REJ.): ' WS-CTSEMMESTRE
           DISPLAY ' * TURMAS FORA DA OFERTA.....: ' WS-CTTURMAFECH
           DISPLAY ' * PEDIDOS REJEITADOS........: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO.........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG060        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG060 <-------------------*
