       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG062.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 30/09/2026.
       DATE-COMPILED. 30/09/2026.
      *--------------------------------------------------------------*
      *    REGISTRO DE DIPLOMAS - A EMISSAO DO DIPLOMA ERA PAPEL E JA *
      *    SAIRAM DIPLOMAS EM DUPLICIDADE. ESTE PROGRAMA MANTEM O     *
      *    REGISTRO DIPLOMAS (VSAM KSDS, LAYOUT CGDIPLOM, CHAVE =     *
      *    MATRICULA + CURSO) E ATRIBUI A CADA DIPLOMA O NUMERO DE    *
      *    REGISTRO OFICIAL, SEQUENCIAL E NUNCA REUTILIZADO, COM O    *
      *    LIVRO E A FOLHA DO LIVRO DE REGISTRO.                      *
      *    TRANSACOES (SYSIN), SEMPRE COM O OPERADOR CONFERIDO PELO   *
      *    CGOPAUT:                                                   *
      *    'E' = EMISSAO - MATRICULA + CURSO + DATA DA COLACAO. O     *
      *          ALUNO TEM QUE ESTAR NA LISTA ELEGIVEL DO CGPRG024    *
      *          NAQUELE CURSO, O CURSO NO CATALOGO CURSOCAT (DE      *
      *          ONDE VEM O NOME OFICIAL IMPRESSO NO DIPLOMA) E NAO   *
      *          PODE HAVER DIPLOMA REGISTRADO PARA O MESMO ALUNO E   *
      *          CURSO.                                               *
      *    'S' = SEGUNDA VIA - MATRICULA + CURSO + MOTIVO. O NUMERO   *
      *          DE REGISTRO E O MESMO; SOBE O NUMERO DA VIA.         *
      *    'L' = REIMPRESSAO DE UM LIVRO INTEIRO (NUMERO DO LIVRO).   *
      *    EMISSAO E SEGUNDA VIA VAO PARA O JORNAL PERMANENTE DIPLJRN *
      *    COM A IMAGEM ANTES/DEPOIS, COMO NO ALUNOJRN DO CGPRG008.   *
      *    NO FIM DO RUN SAEM NO LIVROREG AS FOLHAS DO LIVRO DE       *
      *    REGISTRO TOCADAS PELA RODADA (E OS LIVROS PEDIDOS NOS      *
      *    CARTOES 'L'), NA ORDEM DO NUMERO DE REGISTRO.              *
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
           SELECT ELEGIVEL  ASSIGN TO "ELEGIVEL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ELEGIVEL.
           SELECT CURSOCAT  ASSIGN TO "CURSOCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-NOME-CURSO
               FILE STATUS IS WS-FS-CURSOCAT.
           SELECT DIPLOMAS  ASSIGN TO "DIPLOMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-CHAVE
               FILE STATUS IS WS-FS-DIPLOMAS.
           SELECT DIPLJRN   ASSIGN TO "DIPLJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DIPLJRN.
           SELECT ORDLIVRO  ASSIGN TO "SORTWK01".
           SELECT LIVROREG  ASSIGN TO "LIVROREG"
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
      *-----> TRANSACAO DO REGISTRO DE DIPLOMAS - O TIPO DETERMINA
      *       A OPERACAO E QUAIS CAMPOS SAO USADOS:
      *       'E' = EMISSAO     (MATRICULA/CURSO/DATA DA COLACAO)
      *       'S' = SEGUNDA VIA (MATRICULA/CURSO/MOTIVO)
      *       'L' = REIMPRESSAO DO LIVRO (NUMERO DO LIVRO)
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-TRANSACAO.
           05  WS-TIPO-TRANS          PIC X(01).
           05  WS-DADOS-TRANS.
               10  WS-NUMERO-TRANS    PIC 9(13).
               10  WS-CURSO-TRANS     PIC X(12).
               10  WS-COLACAO-TRANS.
                   15  WS-COL-ANO     PIC 9(04).
                   15  WS-COL-MES     PIC 9(02).
                   15  WS-COL-DIA     PIC 9(02).
               10  WS-COLACAO-TRANS-N REDEFINES WS-COLACAO-TRANS
                                      PIC 9(08).
           05  WS-DADOS-LIVRO  REDEFINES WS-DADOS-TRANS.
               10  WS-LIVRO-TRANS     PIC 9(04).
               10  FILLER             PIC X(29).
           05  WS-OPER-TRANS          PIC X(08).
           05  WS-MOTIVO-TRANS        PIC X(20).
           05  FILLER                 PIC X(18).

       FD  ELEGIVEL
           LABEL RECORDS ARE STANDARD.
           COPY CGELEGIV.

       FD  CURSOCAT
           LABEL RECORDS ARE STANDARD.
           COPY CGCURCAT.

       FD  DIPLOMAS
           LABEL RECORDS ARE STANDARD.
           COPY CGDIPLOM.

      *-----> JORNAL DO REGISTRO DE DIPLOMAS - UM REGISTRO POR
      *       EMISSAO ('E') OU SEGUNDA VIA ('S'), COM A IMAGEM ANTES
      *       E DEPOIS DO DG-REG-DIPLOMA E O OPERADOR DO CARTAO
       FD  DIPLJRN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-JORNAL.
           05  JR-PROGRAMA            PIC X(08).
           05  JR-DATA-EXECUCAO       PIC X(08).
           05  JR-OPERACAO            PIC X(01).
           05  JR-IMAGEM-ANTES        PIC X(150).
           05  JR-IMAGEM-DEPOIS       PIC X(150).
           05  JR-OPERADOR            PIC X(08).

      *-----> DIPLOMAS DAS FOLHAS A IMPRIMIR, NA ORDEM DO REGISTRO
       SD  ORDLIVRO.
       01  SL-REG-LIVRO.
           05  SL-REGISTRO         PIC 9(07).
           05  SL-IMAGEM           PIC X(150).

       FD  LIVROREG
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-LIVROREG            PIC X(80).

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
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-ABEND               PIC X(01) VALUE 'N'.
           05  WS-FIM-AUX             PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTEMITIDO           PIC 9(05) VALUE ZEROS.
           05  WS-CTSEGVIA            PIC 9(05) VALUE ZEROS.
           05  WS-CTLIVRO             PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-CTFOLHAS            PIC 9(05) VALUE ZEROS.
           05  WS-CTREGIMPR           PIC 9(05) VALUE ZEROS.
           05  WS-FS-ELEGIVEL         PIC X(02).
           05  WS-FS-CURSOCAT         PIC X(02).
           05  WS-FS-DIPLOMAS         PIC X(02).
           05  WS-FS-DIPLJRN          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).
           05  WS-OPER-JRN            PIC X(01).
           05  WS-IMAGEM-ANTES        PIC X(150).

      *-----> NUMERACAO DO REGISTRO - DEZ DIPLOMAS POR FOLHA E
      *       DUZENTAS FOLHAS POR LIVRO (2.000 REGISTROS POR LIVRO)
       77  WS-REG-POR-FOLHA           PIC 9(04) VALUE 10.
       77  WS-REG-POR-LIVRO           PIC 9(04) VALUE 2000.
       77  WS-ULT-REGISTRO            PIC 9(07) VALUE ZEROS.
       77  WS-PROX-REGISTRO           PIC 9(07).
       77  WS-REG-MENOS1              PIC 9(07).
       77  WS-RESTO-LIVRO             PIC 9(04).
       77  WS-LIVRO-CALC              PIC 9(04).
       77  WS-FOLHA-CALC              PIC 9(04).
       77  WS-LIVRO-ATUAL             PIC 9(04).

      *-----> ALUNOS ELEGIVEIS CARREGADOS DO ELEGIVEL (CGPRG024)
       77  WS-QTDE-ELEG               PIC 9(04) VALUE ZEROS.
       77  WS-EL-I                    PIC 9(04).
       77  WS-EL-IDX                  PIC 9(04).
       77  WS-EL-ACHOU                PIC X(01).
       01  WS-TAB-ELEGIVEIS.
           05  WS-ELEGIVEL  OCCURS 3000 TIMES.
               10  WS-EL-MATRICULA      PIC 9(13).
               10  WS-EL-CURSO          PIC X(12).
               10  WS-EL-NOME           PIC X(25).

      *-----> FOLHAS DO LIVRO A IMPRIMIR NO FIM DO RUN (FOLHA ZERADA
      *       = LIVRO INTEIRO, PEDIDO POR CARTAO 'L')
       77  WS-QTDE-FOLHAS             PIC 9(03) VALUE ZEROS.
       77  WS-FL-I                    PIC 9(03).
       77  WS-FL-ACHOU                PIC X(01).
       01  WS-TAB-FOLHAS.
           05  WS-FOLHA-IMPR  OCCURS 200 TIMES.
               10  WS-FL-LIVRO          PIC 9(04).
               10  WS-FL-FOLHA          PIC 9(04).

      *-----> QUEBRA POR FOLHA NA IMPRESSAO DO LIVRO
       01  WS-PAGINA-ANTERIOR.
           05  WS-PA-LIVRO            PIC 9(04) VALUE ZEROS.
           05  WS-PA-FOLHA            PIC 9(04) VALUE ZEROS.
       01  WS-PAGINA-ATUAL.
           05  WS-PG-LIVRO            PIC 9(04).
           05  WS-PG-FOLHA            PIC 9(04).

      *-----> EDICAO DE DATA AAAAMMDD -> DD/MM/AAAA
       01  WS-DATA-AAAAMMDD           PIC 9(08).
       01  FILLER REDEFINES WS-DATA-AAAAMMDD.
           05  WS-DT-AAAA             PIC X(04).
           05  WS-DT-MM               PIC X(02).
           05  WS-DT-DD               PIC X(02).
       01  WS-DATA-EDITADA.
           05  WS-DE-DD               PIC X(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-DE-MM               PIC X(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-DE-AAAA             PIC X(04).

      *-----> LINHAS DO LIVRO DE REGISTRO
       01  WS-LINHA                   PIC X(80).
       01  WS-LIN-DUPLA               PIC X(80) VALUE ALL '='.
       01  WS-LIN-SIMPLES             PIC X(80) VALUE ALL '-'.
       01  WS-LIN-REGISTRO.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-LG-REGISTRO         PIC 9(07).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-LG-MATRICULA        PIC 9(13).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LG-NOME             PIC X(25).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LG-COLACAO          PIC X(10).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-LG-VIAS             PIC Z9.
           05  FILLER                 PIC X(10) VALUE SPACES.
       01  WS-LIN-RESUMO.
           05  WS-LR-DESCRICAO        PIC X(40).
           05  WS-LR-VALOR            PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(31) VALUE SPACES.

      *-----> AREA DO AUTORIZADOR DE OPERADORES (CGOPAUT) - TODA
      *       TRANSACAO CARREGA O OPERADOR E E CONFERIDA CONTRA O
      *       ARQUIVO OPERAUT ANTES DE TOCAR O REGISTRO
           COPY CGOPAUTA.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG062.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG062 - REGISTRO DE DIPLOMAS"
           DISPLAY "EMISSAO / SEGUNDA VIA / LIVRO DE REGISTRO"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
              PERFORM 070-IMPRIMIR-LIVRO
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 014-ABRIR-DIPLJRN
           PERFORM 005-CARREGAR-ELEGIVEIS
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
              OPEN I-O DIPLOMAS
              IF WS-FS-DIPLOMAS NOT = '00'
                 DISPLAY ' * ERRO ABRINDO DIPLOMAS - FS='
                     WS-FS-DIPLOMAS
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 PERFORM 016-LER-CONTROLE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT  SYSIN
              OPEN OUTPUT LIVROREG
              PERFORM 025-LER-SYSIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS ALUNOS ELEGIVEIS A COLACAO - O ARQUIVO E
      *    OBRIGATORIO: SEM ELE NENHUMA EMISSAO PODERIA SER CONFERIDA
      *--------------------------------------------------------------*
       005-CARREGAR-ELEGIVEIS.

           OPEN INPUT ELEGIVEL
           IF WS-FS-ELEGIVEL NOT = '00'
              DISPLAY ' * ERRO ABRINDO ELEGIVEL - FS=' WS-FS-ELEGIVEL
                  ' - RODAR O CGPRG024 ANTES DA EMISSAO'
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 006-LER-ELEGIVEL UNTIL WS-FIM-AUX = 'S'
              CLOSE ELEGIVEL
              DISPLAY ' * ALUNOS NO ELEGIVEL: ' WS-QTDE-ELEG
           END-IF
           .
       006-LER-ELEGIVEL.

           READ ELEGIVEL
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF WS-QTDE-ELEG < 3000
                      ADD 1 TO WS-QTDE-ELEG
                      MOVE EL-NUMERO-ALU TO
                          WS-EL-MATRICULA (WS-QTDE-ELEG)
                      MOVE EL-CURSO-ALU  TO WS-EL-CURSO (WS-QTDE-ELEG)
                      MOVE EL-NOME-ALU   TO WS-EL-NOME (WS-QTDE-ELEG)
                   ELSE
                      DISPLAY ' * TABELA DE ELEGIVEIS CHEIA (3000)'
                      MOVE 'S' TO WS-FIM-AUX
                      MOVE 'S' TO WS-ABEND
                      MOVE 08  TO RETURN-CODE
                   END-IF
           END-READ
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
      *    ABRIR O JORNAL DO REGISTRO - SEMPRE EM EXTEND, POIS O      *
      *    DATASET E PERMANENTE; NA 1A VEZ (FILE STATUS 35) ABRE EM   *
      *    OUTPUT.                                                    *
      *--------------------------------------------------------------*
       014-ABRIR-DIPLJRN.

           OPEN EXTEND DIPLJRN
           IF WS-FS-DIPLJRN = '35'
               OPEN OUTPUT DIPLJRN
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O REGISTRO DE CONTROLE (ULTIMO NUMERO ATRIBUIDO) - NA
      *    PRIMEIRA EMISSAO O ARQUIVO ESTA VAZIO E ELE E CRIADO
      *--------------------------------------------------------------*
       016-LER-CONTROLE.

           MOVE ZEROS  TO DG-NUMERO-ALU
           MOVE SPACES TO DG-CURSO-ALU
           READ DIPLOMAS
               INVALID KEY
                   PERFORM 017-CRIAR-CONTROLE
               NOT INVALID KEY
                   MOVE DG-CT-ULT-REGISTRO TO WS-ULT-REGISTRO
           END-READ
           DISPLAY ' * ULTIMO REGISTRO DE DIPLOMA: ' WS-ULT-REGISTRO
           .
       017-CRIAR-CONTROLE.

           MOVE SPACES TO DG-REG-CONTROLE
           MOVE ZEROS  TO DG-NUMERO-ALU
           MOVE ZEROS  TO DG-CT-ULT-REGISTRO
           MOVE ZEROS  TO DG-CT-DATA-ULT
           WRITE DG-REG-DIPLOMA
               INVALID KEY
                   DISPLAY ' * ERRO CRIANDO O CONTROLE DO DIPLOMAS'
                       ' - FS=' WS-FS-DIPLOMAS
                   MOVE 'S' TO WS-ABEND
                   MOVE 08  TO RETURN-CODE
               NOT INVALID KEY
                   MOVE ZEROS TO WS-ULT-REGISTRO
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    LEITURA DA TRANSACAO - VIA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           READ SYSIN
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1  TO WS-CTLIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONFERIR O OPERADOR E DESVIAR PARA A OPERACAO DO CARTAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE WS-DADOS-TRANS TO WS-CHAVE-EXC
           PERFORM 028-AUTORIZAR-OPERADOR
           IF OA-AUTORIZADO = 'N'
              MOVE 'OPERADOR NAO AUTORIZADO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              PERFORM 031-EXECUTAR-TRANSACAO
           END-IF

           IF WS-ABEND NOT = 'S'
              PERFORM 025-LER-SYSIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O OPERADOR DO CARTAO CONTRA O ARQUIVO OPERAUT
      *--------------------------------------------------------------*
       028-AUTORIZAR-OPERADOR.

           MOVE WS-OPER-TRANS TO OA-OPERADOR
           MOVE 'CGPRG062'    TO OA-PROGRAMA
           MOVE WS-TIPO-TRANS TO OA-TIPO
           CALL 'CGOPAUT' USING OA-AREA
           .
       031-EXECUTAR-TRANSACAO.

           EVALUATE WS-TIPO-TRANS
               WHEN 'E'
                   PERFORM 040-EMITIR-DIPLOMA
               WHEN 'S'
                   PERFORM 050-SEGUNDA-VIA
               WHEN 'L'
                   PERFORM 055-REIMPRIMIR-LIVRO
               WHEN OTHER
                   MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-MOTIVO-EXC
                   PERFORM 060-GRAVAR-EXCECAO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    EMISSAO - CRITICA DO CARTAO; A DATA DA COLACAO NAO PODE
      *    SER POSTERIOR A DATA DA RODADA
      *--------------------------------------------------------------*
       040-EMITIR-DIPLOMA.

           IF WS-NUMERO-TRANS NOT NUMERIC OR
              WS-NUMERO-TRANS = ZEROS OR
              WS-CURSO-TRANS = SPACES
              MOVE 'MATRICULA OU CURSO INVALIDO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF WS-COLACAO-TRANS-N NOT NUMERIC OR
                 WS-COL-ANO < 2000 OR
                 WS-COL-MES < 01 OR WS-COL-MES > 12 OR
                 WS-COL-DIA < 01 OR WS-COL-DIA > 31
                 MOVE 'DATA DA COLACAO INVALIDA' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 IF WS-COLACAO-TRANS-N > WS-DATA-HOJE
                    MOVE 'DATA DA COLACAO FUTURA' TO WS-MOTIVO-EXC
                    PERFORM 060-GRAVAR-EXCECAO
                 ELSE
                    PERFORM 041-CONFERIR-REGISTRO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    O MESMO ALUNO NAO PODE TER DOIS DIPLOMAS DO MESMO CURSO
      *--------------------------------------------------------------*
       041-CONFERIR-REGISTRO.

           MOVE WS-NUMERO-TRANS TO DG-NUMERO-ALU
           MOVE WS-CURSO-TRANS  TO DG-CURSO-ALU
           READ DIPLOMAS
               INVALID KEY
                   PERFORM 042-CONFERIR-ELEGIVEL
               NOT INVALID KEY
                   MOVE SPACES TO WS-MOTIVO-EXC
                   STRING 'DIPLOMA JA REGISTRADO '
                                           DELIMITED BY SIZE
                          DG-REGISTRO      DELIMITED BY SIZE
                     INTO WS-MOTIVO-EXC
                   END-STRING
                   PERFORM 060-GRAVAR-EXCECAO
           END-READ
           .
      *--------------------------------------------------------------*
      *    O ALUNO TEM QUE ESTAR NA LISTA ELEGIVEL NAQUELE CURSO E O
      *    CURSO NO CATALOGO (NOME OFICIAL DO DIPLOMA)
      *--------------------------------------------------------------*
       042-CONFERIR-ELEGIVEL.

           MOVE 'N' TO WS-EL-ACHOU
           PERFORM 044-COMPARAR-ELEGIVEL
               VARYING WS-EL-I FROM 1 BY 1
               UNTIL WS-EL-I > WS-QTDE-ELEG OR WS-EL-ACHOU = 'S'
           IF WS-EL-ACHOU = 'N'
              MOVE 'ALUNO NAO ELEGIVEL NO CURSO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              MOVE WS-CURSO-TRANS TO CC-NOME-CURSO
              READ CURSOCAT
                  INVALID KEY
                      MOVE 'CURSO FORA DO CATALOGO' TO WS-MOTIVO-EXC
                      PERFORM 060-GRAVAR-EXCECAO
                  NOT INVALID KEY
                      PERFORM 043-GRAVAR-DIPLOMA
              END-READ
           END-IF
           .
       044-COMPARAR-ELEGIVEL.

           IF WS-EL-MATRICULA (WS-EL-I) = WS-NUMERO-TRANS AND
              WS-EL-CURSO (WS-EL-I)     = WS-CURSO-TRANS
              MOVE 'S'     TO WS-EL-ACHOU
              MOVE WS-EL-I TO WS-EL-IDX
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DIPLOMA COM O PROXIMO NUMERO DE REGISTRO - O
      *    CONTROLE SO AVANCA DEPOIS DA GRAVACAO, PARA QUE NENHUM
      *    NUMERO FIQUE SEM DIPLOMA
      *--------------------------------------------------------------*
       043-GRAVAR-DIPLOMA.

           COMPUTE WS-PROX-REGISTRO = WS-ULT-REGISTRO + 1
           PERFORM 046-CALCULAR-FOLHA
           MOVE SPACES                   TO DG-REG-DIPLOMA
           MOVE WS-NUMERO-TRANS          TO DG-NUMERO-ALU
           MOVE WS-CURSO-TRANS           TO DG-CURSO-ALU
           MOVE WS-PROX-REGISTRO         TO DG-REGISTRO
           MOVE WS-LIVRO-CALC            TO DG-LIVRO
           MOVE WS-FOLHA-CALC            TO DG-FOLHA
           MOVE WS-COLACAO-TRANS-N       TO DG-DATA-COLACAO
           MOVE WS-EL-NOME (WS-EL-IDX)   TO DG-NOME-ALU
           MOVE CC-NOME-OFICIAL          TO DG-NOME-OFICIAL
           MOVE WS-DATA-HOJE             TO DG-DATA-EMISSAO
           MOVE WS-OPER-TRANS            TO DG-OPERADOR
           MOVE 01                       TO DG-VIAS
           MOVE ZEROS                    TO DG-DATA-ULT-VIA
           WRITE DG-REG-DIPLOMA
               INVALID KEY
                   DISPLAY ' * ERRO GRAVANDO DIPLOMA: ' WS-NUMERO-TRANS
                       ' - FS=' WS-FS-DIPLOMAS
                   MOVE 'ERRO NA GRAVACAO DO DIPLOMAS' TO WS-MOTIVO-EXC
                   PERFORM 060-GRAVAR-EXCECAO
               NOT INVALID KEY
                   MOVE WS-PROX-REGISTRO TO WS-ULT-REGISTRO
                   ADD 1 TO WS-CTEMITIDO
                   DISPLAY ' * DIPLOMA REGISTRADO: ' DG-NUMERO-ALU
                       ' ' DG-CURSO-ALU ' REGISTRO ' DG-REGISTRO
                       ' LIVRO ' DG-LIVRO ' FOLHA ' DG-FOLHA
                   MOVE 'E'    TO WS-OPER-JRN
                   MOVE SPACES TO WS-IMAGEM-ANTES
                   PERFORM 065-GRAVAR-JORNAL
                   PERFORM 047-ANOTAR-FOLHA
                   PERFORM 045-ATUALIZAR-CONTROLE
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    REGRAVAR O REGISTRO DE CONTROLE COM O ULTIMO NUMERO
      *--------------------------------------------------------------*
       045-ATUALIZAR-CONTROLE.

           MOVE SPACES          TO DG-REG-CONTROLE
           MOVE ZEROS           TO DG-NUMERO-ALU
           MOVE WS-ULT-REGISTRO TO DG-CT-ULT-REGISTRO
           MOVE WS-DATA-HOJE    TO DG-CT-DATA-ULT
           REWRITE DG-REG-DIPLOMA
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-FS-DIPLOMAS NOT = '00'
              DISPLAY ' * ERRO REGRAVANDO O CONTROLE - FS='
                  WS-FS-DIPLOMAS ' ULTIMO REGISTRO '
                  WS-ULT-REGISTRO ' - PROCESSAMENTO INTERROMPIDO'
              MOVE 'S' TO WS-ABEND
              MOVE 'S' TO WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIVRO E FOLHA DO NUMERO DE REGISTRO WS-PROX-REGISTRO
      *--------------------------------------------------------------*
       046-CALCULAR-FOLHA.

           COMPUTE WS-REG-MENOS1 = WS-PROX-REGISTRO - 1
           DIVIDE WS-REG-MENOS1 BY WS-REG-POR-LIVRO
               GIVING WS-LIVRO-CALC REMAINDER WS-RESTO-LIVRO
           ADD 1 TO WS-LIVRO-CALC
           DIVIDE WS-RESTO-LIVRO BY WS-REG-POR-FOLHA
               GIVING WS-FOLHA-CALC
           ADD 1 TO WS-FOLHA-CALC
           .
      *--------------------------------------------------------------*
      *    ANOTAR A FOLHA (WS-LIVRO-CALC/WS-FOLHA-CALC) PARA A
      *    IMPRESSAO DO LIVRO NO FIM DO RUN
      *--------------------------------------------------------------*
       047-ANOTAR-FOLHA.

           MOVE 'N' TO WS-FL-ACHOU
           PERFORM 048-COMPARAR-FOLHA
               VARYING WS-FL-I FROM 1 BY 1
               UNTIL WS-FL-I > WS-QTDE-FOLHAS OR WS-FL-ACHOU = 'S'
           IF WS-FL-ACHOU = 'N'
              IF WS-QTDE-FOLHAS < 200
                 ADD 1 TO WS-QTDE-FOLHAS
                 MOVE WS-LIVRO-CALC TO WS-FL-LIVRO (WS-QTDE-FOLHAS)
                 MOVE WS-FOLHA-CALC TO WS-FL-FOLHA (WS-QTDE-FOLHAS)
              ELSE
                 DISPLAY ' * TABELA DE FOLHAS CHEIA (200) - LIVRO '
                     WS-LIVRO-CALC ' FOLHA ' WS-FOLHA-CALC
                     ' NAO IMPRESSA'
              END-IF
           END-IF
           .
       048-COMPARAR-FOLHA.

           IF WS-FL-LIVRO (WS-FL-I) = WS-LIVRO-CALC AND
              WS-FL-FOLHA (WS-FL-I) = WS-FOLHA-CALC
              MOVE 'S' TO WS-FL-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    SEGUNDA VIA - O DIPLOMA TEM QUE ESTAR REGISTRADO E O
      *    MOTIVO E OBRIGATORIO; MESMO NUMERO DE REGISTRO, NOVA VIA
      *--------------------------------------------------------------*
       050-SEGUNDA-VIA.

           MOVE WS-NUMERO-TRANS TO DG-NUMERO-ALU
           MOVE WS-CURSO-TRANS  TO DG-CURSO-ALU
           READ DIPLOMAS
               INVALID KEY
                   MOVE 'DIPLOMA NAO REGISTRADO' TO WS-MOTIVO-EXC
                   PERFORM 060-GRAVAR-EXCECAO
               NOT INVALID KEY
                   PERFORM 051-REGRAVAR-VIA
           END-READ
           .
       051-REGRAVAR-VIA.

           IF WS-MOTIVO-TRANS = SPACES
              MOVE 'MOTIVO DA 2A VIA NAO INFORMADO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF DG-VIAS NOT < 99
                 MOVE 'LIMITE DE VIAS ATINGIDO' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 PERFORM 052-GRAVAR-SEGUNDA-VIA
              END-IF
           END-IF
           .
       052-GRAVAR-SEGUNDA-VIA.

           MOVE DG-REG-DIPLOMA  TO WS-IMAGEM-ANTES
           ADD 1                TO DG-VIAS
           MOVE WS-DATA-HOJE    TO DG-DATA-ULT-VIA
           MOVE WS-MOTIVO-TRANS TO DG-MOTIVO-VIA
           REWRITE DG-REG-DIPLOMA
               INVALID KEY
                   DISPLAY ' * ERRO REGRAVANDO DIPLOMA: '
                       WS-NUMERO-TRANS ' - FS=' WS-FS-DIPLOMAS
                   MOVE 'ERRO NA REGRAVACAO DO DIPLOMAS' TO
                       WS-MOTIVO-EXC
                   PERFORM 060-GRAVAR-EXCECAO
               NOT INVALID KEY
                   ADD 1 TO WS-CTSEGVIA
                   MOVE 'S' TO WS-OPER-JRN
                   PERFORM 065-GRAVAR-JORNAL
                   DISPLAY ' * SEGUNDA VIA: ' DG-NUMERO-ALU
                       ' ' DG-CURSO-ALU ' REGISTRO ' DG-REGISTRO
                       ' VIA ' DG-VIAS
                   MOVE DG-LIVRO TO WS-LIVRO-CALC
                   MOVE DG-FOLHA TO WS-FOLHA-CALC
                   PERFORM 047-ANOTAR-FOLHA
           END-REWRITE
           .
      *--------------------------------------------------------------*
      *    REIMPRESSAO DE UM LIVRO INTEIRO - SO LIVRO JA ABERTO
      *--------------------------------------------------------------*
       055-REIMPRIMIR-LIVRO.

           IF WS-ULT-REGISTRO = ZEROS
              MOVE ZEROS TO WS-LIVRO-ATUAL
           ELSE
              MOVE WS-ULT-REGISTRO TO WS-PROX-REGISTRO
              PERFORM 046-CALCULAR-FOLHA
              MOVE WS-LIVRO-CALC TO WS-LIVRO-ATUAL
           END-IF
           IF WS-LIVRO-TRANS NOT NUMERIC OR
              WS-LIVRO-TRANS = ZEROS OR
              WS-LIVRO-TRANS > WS-LIVRO-ATUAL
              MOVE 'LIVRO INVALIDO OU NAO ABERTO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              ADD 1 TO WS-CTLIVRO
              MOVE WS-LIVRO-TRANS TO WS-LIVRO-CALC
              MOVE ZEROS          TO WS-FOLHA-CALC
              PERFORM 047-ANOTAR-FOLHA
              DISPLAY ' * REIMPRESSAO DO LIVRO ' WS-LIVRO-TRANS
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O CARTAO RECUSADO NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * TRANSACAO INVALIDA - TIPO: ' WS-TIPO-TRANS
               ' CHAVE: ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG062'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ALUNOS'        TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO JORNAL A IMAGEM ANTES/DEPOIS DO DIPLOMA
      *--------------------------------------------------------------*
       065-GRAVAR-JORNAL.

           MOVE 'CGPRG062'       TO JR-PROGRAMA
           MOVE WS-DATA-EXEC     TO JR-DATA-EXECUCAO
           MOVE WS-OPER-JRN      TO JR-OPERACAO
           MOVE WS-IMAGEM-ANTES  TO JR-IMAGEM-ANTES
           MOVE DG-REG-DIPLOMA   TO JR-IMAGEM-DEPOIS
           MOVE WS-OPER-TRANS    TO JR-OPERADOR
           WRITE WS-REG-JORNAL
           .
      *--------------------------------------------------------------*
      *    DATA AAAAMMDD -> DD/MM/AAAA
      *--------------------------------------------------------------*
       067-EDITAR-DATA.

           MOVE WS-DT-DD   TO WS-DE-DD
           MOVE WS-DT-MM   TO WS-DE-MM
           MOVE WS-DT-AAAA TO WS-DE-AAAA
           .
       068-IMPRIMIR-LINHA.

           WRITE WS-REG-LIVROREG FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           .
      *--------------------------------------------------------------*
      *    LIVRO DE REGISTRO - AS FOLHAS ANOTADAS NA RODADA, COM
      *    TODOS OS DIPLOMAS DE CADA FOLHA (INCLUSIVE OS DE RODADAS
      *    ANTERIORES), NA ORDEM DO NUMERO DE REGISTRO
      *--------------------------------------------------------------*
       070-IMPRIMIR-LIVRO.

           MOVE SPACES TO WS-LINHA
           STRING 'CGPRG062 - LIVRO DE REGISTRO DE DIPLOMAS - RODADA '
                                      DELIMITED BY SIZE
                  WS-DATA-EXEC        DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           IF WS-QTDE-FOLHAS = ZEROS
              PERFORM 068-IMPRIMIR-LINHA
              MOVE '*** NENHUMA FOLHA DO LIVRO TOCADA NA RODADA ***'
                  TO WS-LINHA
              PERFORM 068-IMPRIMIR-LINHA
           ELSE
              SORT ORDLIVRO
                  ON ASCENDING KEY SL-REGISTRO
                  INPUT PROCEDURE IS 200-SELECIONAR-REGISTROS
                  OUTPUT PROCEDURE IS 080-IMPRIMIR-FOLHAS
           END-IF
           PERFORM 085-IMPRIMIR-RESUMO
           .
      *--------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT - VARRER O DIPLOMAS PELA CHAVE E
      *    LIBERAR OS DIPLOMAS DAS FOLHAS ANOTADAS (O REGISTRO DE
      *    CONTROLE, DE MATRICULA ZERADA, FICA DE FORA)
      *--------------------------------------------------------------*
       200-SELECIONAR-REGISTROS.

           MOVE ZEROS  TO DG-NUMERO-ALU
           MOVE SPACES TO DG-CURSO-ALU
           MOVE 'N'    TO WS-FIM-AUX
           START DIPLOMAS KEY IS NOT LESS THAN DG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-AUX
           END-START
           PERFORM 201-LER-DIPLOMA UNTIL WS-FIM-AUX = 'S'
           .
       201-LER-DIPLOMA.

           READ DIPLOMAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF DG-NUMERO-ALU NOT = ZEROS
                      PERFORM 202-FILTRAR-FOLHA
                   END-IF
           END-READ
           .
       202-FILTRAR-FOLHA.

           MOVE 'N' TO WS-FL-ACHOU
           PERFORM 203-CONFERIR-FOLHA
               VARYING WS-FL-I FROM 1 BY 1
               UNTIL WS-FL-I > WS-QTDE-FOLHAS OR WS-FL-ACHOU = 'S'
           IF WS-FL-ACHOU = 'S'
              MOVE DG-REGISTRO    TO SL-REGISTRO
              MOVE DG-REG-DIPLOMA TO SL-IMAGEM
              RELEASE SL-REG-LIVRO
           END-IF
           .
       203-CONFERIR-FOLHA.

           IF WS-FL-LIVRO (WS-FL-I) = DG-LIVRO AND
              (WS-FL-FOLHA (WS-FL-I) = DG-FOLHA OR
               WS-FL-FOLHA (WS-FL-I) = ZEROS)
              MOVE 'S' TO WS-FL-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT - UMA PAGINA POR FOLHA DO LIVRO
      *--------------------------------------------------------------*
       080-IMPRIMIR-FOLHAS.

           MOVE 'N'   TO WS-FIM-AUX
           MOVE ZEROS TO WS-PAGINA-ANTERIOR
           PERFORM 081-RETORNAR-REGISTRO UNTIL WS-FIM-AUX = 'S'
           .
       081-RETORNAR-REGISTRO.

           RETURN ORDLIVRO
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   PERFORM 082-IMPRIMIR-REGISTRO
           END-RETURN
           .
       082-IMPRIMIR-REGISTRO.

           MOVE SL-IMAGEM TO DG-REG-DIPLOMA
           MOVE DG-LIVRO  TO WS-PG-LIVRO
           MOVE DG-FOLHA  TO WS-PG-FOLHA
           IF WS-PAGINA-ATUAL NOT = WS-PAGINA-ANTERIOR
              PERFORM 083-CABECALHO-FOLHA
              MOVE WS-PAGINA-ATUAL TO WS-PAGINA-ANTERIOR
           END-IF
           ADD 1 TO WS-CTREGIMPR
           MOVE DG-REGISTRO     TO WS-LG-REGISTRO
           MOVE DG-NUMERO-ALU   TO WS-LG-MATRICULA
           MOVE DG-NOME-ALU     TO WS-LG-NOME
           MOVE DG-DATA-COLACAO TO WS-DATA-AAAAMMDD
           PERFORM 067-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-LG-COLACAO
           MOVE DG-VIAS         TO WS-LG-VIAS
           MOVE WS-LIN-REGISTRO TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE DG-DATA-EMISSAO TO WS-DATA-AAAAMMDD
           PERFORM 067-EDITAR-DATA
           STRING '             CURSO: ' DELIMITED BY SIZE
                  DG-NOME-OFICIAL        DELIMITED BY SIZE
                  '  EMITIDO EM '        DELIMITED BY SIZE
                  WS-DATA-EDITADA        DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           IF DG-VIAS > 01
              MOVE DG-DATA-ULT-VIA TO WS-DATA-AAAAMMDD
              PERFORM 067-EDITAR-DATA
              STRING '             ULTIMA VIA EM ' DELIMITED BY SIZE
                     WS-DATA-EDITADA  DELIMITED BY SIZE
                     ' - '            DELIMITED BY SIZE
                     DG-MOTIVO-VIA    DELIMITED BY SIZE
                INTO WS-LINHA
              END-STRING
              PERFORM 068-IMPRIMIR-LINHA
           END-IF
           PERFORM 068-IMPRIMIR-LINHA
           .
       083-CABECALHO-FOLHA.

           ADD 1 TO WS-CTFOLHAS
           MOVE WS-LIN-DUPLA TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           STRING 'LIVRO DE REGISTRO DE DIPLOMAS - LIVRO '
                                      DELIMITED BY SIZE
                  WS-PG-LIVRO         DELIMITED BY SIZE
                  ' - FOLHA '         DELIMITED BY SIZE
                  WS-PG-FOLHA         DELIMITED BY SIZE
             INTO WS-LINHA
           END-STRING
           PERFORM 068-IMPRIMIR-LINHA
           MOVE WS-LIN-SIMPLES TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'REGISTRO'          TO WS-LINHA (03:08)
           MOVE 'MATRICULA'         TO WS-LINHA (14:09)
           MOVE 'NOME DO DIPLOMADO' TO WS-LINHA (29:17)
           MOVE 'COLACAO'           TO WS-LINHA (56:07)
           MOVE 'VIAS'              TO WS-LINHA (67:04)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE WS-LIN-SIMPLES TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           .
      *--------------------------------------------------------------*
      *    RESUMO DA RODADA NO FIM DO LIVROREG
      *--------------------------------------------------------------*
       085-IMPRIMIR-RESUMO.

           MOVE WS-LIN-DUPLA TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'RESUMO DA RODADA:' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE '  TRANSACOES LIDAS...................:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTLIDO      TO WS-LR-VALOR
           WRITE WS-REG-LIVROREG FROM WS-LIN-RESUMO
           MOVE '  DIPLOMAS REGISTRADOS...............:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTEMITIDO   TO WS-LR-VALOR
           WRITE WS-REG-LIVROREG FROM WS-LIN-RESUMO
           MOVE '  SEGUNDAS VIAS......................:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTSEGVIA    TO WS-LR-VALOR
           WRITE WS-REG-LIVROREG FROM WS-LIN-RESUMO
           MOVE '  LIVROS REIMPRESSOS.................:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTLIVRO     TO WS-LR-VALOR
           WRITE WS-REG-LIVROREG FROM WS-LIN-RESUMO
           MOVE '  TRANSACOES RECUSADAS...............:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTINVALID   TO WS-LR-VALOR
           WRITE WS-REG-LIVROREG FROM WS-LIN-RESUMO
           MOVE '  FOLHAS IMPRESSAS...................:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTFOLHAS    TO WS-LR-VALOR
           WRITE WS-REG-LIVROREG FROM WS-LIN-RESUMO
           MOVE '  ULTIMO NUMERO DE REGISTRO..........:'
               TO WS-LR-DESCRICAO
           MOVE WS-ULT-REGISTRO TO WS-LR-VALOR
           WRITE WS-REG-LIVROREG FROM WS-LIN-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - CARTAO RECUSADO DEVOLVE RC 04,
      *    CONTROLE NAO REGRAVADO DEVOLVE RC 08
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
           MOVE 'CGPRG062'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRANSACOES LIDAS'              TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG062'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'DIPLOMAS REGISTRADOS'          TO CT-DESCRICAO
           MOVE WS-CTEMITIDO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG062'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'SEGUNDAS VIAS'                 TO CT-DESCRICAO
           MOVE WS-CTSEGVIA          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG062'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRANSACOES RECUSADAS'          TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG062'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'FOLHAS DO LIVRO IMPRESSAS'     TO CT-DESCRICAO
           MOVE WS-CTFOLHAS          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG062'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ULTIMO NUMERO DE REGISTRO'     TO CT-DESCRICAO
           MOVE WS-ULT-REGISTRO      TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           CLOSE SYSIN
           CLOSE CURSOCAT
           CLOSE DIPLOMAS
           CLOSE DIPLJRN
           CLOSE LIVROREG
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG062        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * TRANSACOES LIDAS...........: ' WS-CTLIDO
           DISPLAY ' * DIPLOMAS REGISTRADOS.......: ' WS-CTEMITIDO
           DISPLAY ' * SEGUNDAS VIAS..............: ' WS-CTSEGVIA
           DISPLAY ' * LIVROS REIMPRESSOS.........: ' WS-CTLIVRO
           DISPLAY ' * TRANSACOES RECUSADAS.......: ' WS-CTINVALID
           DISPLAY ' * FOLHAS IMPRESSAS...........: ' WS-CTFOLHAS
           DISPLAY ' * DIPLOMAS NAS FOLHAS........: ' WS-CTREGIMPR
           DISPLAY ' * ULTIMO NUMERO DE REGISTRO..: ' WS-ULT-REGISTRO
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG062        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG062 <-------------------*
