       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG064.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 02/10/2026.
       DATE-COMPILED. 02/10/2026.
      *--------------------------------------------------------------*
      *    RETENCAO E ANONIMIZACAO DE DADOS PESSOAIS (LGPD) - NOME,   *
      *    CPF E ENDERECO FICAVAM PARA SEMPRE NO ALUNHIST, NO         *
      *    ALUNOJRN, NO NOMEXRF, NO COMPMST, NO COMPJRN E NO ARQDIA.  *
      *    A POLITICA (POLLGPD, LAYOUT CGPOLLGP) DIZ, POR DATASET, O  *
      *    PRAZO DE RETENCAO EM ANOS E A ACAO: 'B' = BRANCO (CPF      *
      *    ZERADO) OU 'H' = PSEUDONIMO ('ANONIMO-' + HASH DA CHAVE +  *
      *    CONTEUDO, O MESMO EM TODOS OS ARQUIVOS PARA O MESMO        *
      *    TITULAR).                                                  *
      *    ALUNO     : ANONIMIZADO QUANDO NAO ESTA MAIS NO MESTRE     *
      *                (ALUNOUT) E O ULTIMO SEMESTRE NO ALUNHIST      *
      *                TERMINOU HA MAIS QUE O PRAZO DO DATASET        *
      *    COMPRADOR : ANONIMIZADO QUANDO TODAS AS VENDAS ESTAO       *
      *                CANCELADAS OU COM AS PARCELAS QUITADAS E O     *
      *                ULTIMO MOVIMENTO (VENDA, RENEGOCIACAO OU       *
      *                PAGAMENTO) E MAIS ANTIGO QUE O PRAZO           *
      *    ARQDIA    : ACAO 'E' - DIA DO ARQUIVO MORTO DO CGPRG040    *
      *                FECHADO HA MAIS QUE O PRAZO E ELIMINADO        *
      *                POR INTEIRO (NOMES E MATRICULAS VIAJAM EM      *
      *                TEXTO LIVRE NAS LINHAS ARQUIVADAS)             *
      *    CHAVES E CAMPOS ESTATISTICOS (SEXO, IDADE, CURSO, NOTAS,   *
      *    SITUACAO, CODIGO DO COMPRADOR) NAO SAO TOCADOS, PARA QUE   *
      *    AS TAXAS DE APROVACAO E O HISTORICO DE VENDAS CONTINUEM    *
      *    FECHANDO. OS ARQUIVOS SAO REGRAVADOS EM LUGAR (REWRITE) E  *
      *    O QUE JA ESTAVA ANONIMIZADO NAO E CONTADO DE NOVO.         *
      *    O CERTIFICADO (CERTLGPD) LISTA A POLITICA APLICADA, CADA   *
      *    TITULAR ANONIMIZADO COM A QUANTIDADE DE REGISTROS POR      *
      *    DATASET E OS TOTAIS, PARA ARQUIVO DO ENCARREGADO DE DADOS. *
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
           SELECT POLLGPD   ASSIGN TO "POLLGPD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-POLLGPD.
           SELECT ALUNHIST  ASSIGN TO "ALUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-CHAVE
               FILE STATUS IS WS-FS-ALUNHIST.
           SELECT ALUNOUT   ASSIGN TO "ALUNOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-NUMERO-ALU
               FILE STATUS IS WS-FS-ALUNOUT.
           SELECT ALUNOJRN  ASSIGN TO "ALUNOJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ALUNOJRN.
           SELECT NOMEXRF   ASSIGN TO "NOMEXRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOMEXRF.
           SELECT VENDAMST  ASSIGN TO "VENDAMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VENDAMST.
           SELECT PARCELAS  ASSIGN TO "PARCELAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCELAS.
           SELECT COMPMST   ASSIGN TO "COMPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMPMST.
           SELECT COMPJRN   ASSIGN TO "COMPJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMPJRN.
           SELECT ARQDIA    ASSIGN TO "ARQDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-CHAVE
               FILE STATUS IS WS-FS-ARQDIA.
           SELECT CERTLGPD  ASSIGN TO "CERTLGPD"
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
       FD  POLLGPD
           LABEL RECORDS ARE STANDARD.
           COPY CGPOLLGP.

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

       FD  ALUNOUT
           LABEL RECORDS ARE STANDARD.
           COPY CGALUNOF.

      *-----> JORNAL DO MESTRE DE ALUNOS - MESMO LAYOUT GRAVADO POR
      *       CGPRG005/008/013/023 (OPERACAO 'D' = IMAGEM DO ALUNDISC,
      *       SEM NOME)
       FD  ALUNOJRN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-JORNAL-ALU.
           05  JA-PROGRAMA            PIC X(08).
           05  JA-DATA-EXECUCAO       PIC X(08).
           05  JA-OPERACAO            PIC X(01).
           05  JA-IMAGEM-ANTES        PIC X(74).
           05  JA-IMAGEM-DEPOIS       PIC X(74).
           05  JA-OPERADOR            PIC X(08).

       FD  NOMEXRF
           LABEL RECORDS ARE STANDARD.
           COPY CGNOMXRF.

       FD  VENDAMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDAS.

       FD  PARCELAS
           LABEL RECORDS ARE STANDARD.
           COPY CGPARCEL.

       FD  COMPMST
           LABEL RECORDS ARE STANDARD.
           COPY CGCOMPMS.

      *-----> JORNAL DO CADASTRO DE COMPRADORES - MESMO LAYOUT GRAVADO
      *       PELO CGPRG050
       FD  COMPJRN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-JORNAL-CMP.
           05  JC-PROGRAMA            PIC X(08).
           05  JC-DATA-EXECUCAO       PIC X(08).
           05  JC-OPERACAO            PIC X(01).
           05  JC-IMAGEM-ANTES        PIC X(72).
           05  JC-IMAGEM-DEPOIS       PIC X(72).
           05  JC-OPERADOR            PIC X(08).

      *-----> ARQUIVO MORTO DATADO - MESMO LAYOUT GRAVADO PELO
      *       CGPRG040 (CHAVE DATA 00AAMMDD + ARQUIVO + SEQUENCIA)
       FD  ARQDIA
           LABEL RECORDS ARE STANDARD.
       01  AQ-REG-ARQUIVO.
           05  AQ-CHAVE.
               10  AQ-DATA             PIC 9(08).
               10  AQ-ARQUIVO          PIC X(08).
               10  AQ-SEQ              PIC 9(07).
           05  AQ-CONTEUDO             PIC X(80).

       FD  CERTLGPD
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CERTLGPD            PIC X(80).

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
           05  WS-ALTEROU             PIC X(01).
           05  WS-ELEGIVEL            PIC X(01).
           05  WS-CTPOLITICA          PIC 9(03) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-CTERRO              PIC 9(03) VALUE ZEROS.
           05  WS-CTTIT-ALU           PIC 9(05) VALUE ZEROS.
           05  WS-CTTIT-CMP           PIC 9(05) VALUE ZEROS.
           05  WS-CTDIA-ARQ           PIC 9(05) VALUE ZEROS.
           05  WS-ARQ-ULT-DIA         PIC 9(08) VALUE ZEROS.
           05  WS-FS-POLLGPD          PIC X(02).
           05  WS-FS-ALUNHIST         PIC X(02).
           05  WS-FS-ALUNOUT          PIC X(02).
           05  WS-FS-ALUNOJRN         PIC X(02).
           05  WS-FS-NOMEXRF          PIC X(02).
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-PARCELAS         PIC X(02).
           05  WS-FS-COMPMST          PIC X(02).
           05  WS-FS-COMPJRN          PIC X(02).
           05  WS-FS-ARQDIA           PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-FS-ERRO             PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-DATA-AUX            PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).
           05  WS-MATRICULA-PESQ      PIC 9(13).
           05  WS-COMPRADOR-PESQ      PIC 9(05).

      *-----> POLITICA DE RETENCAO, UMA POSICAO POR DATASET:
      *       1 = ALUNHIST  2 = ALUNOJRN  3 = NOMEXRF
      *       4 = COMPMST   5 = COMPJRN   6 = ARQDIA
       01  WS-NOMES-DATASET.
           05  FILLER                 PIC X(08) VALUE 'ALUNHIST'.
           05  FILLER                 PIC X(08) VALUE 'ALUNOJRN'.
           05  FILLER                 PIC X(08) VALUE 'NOMEXRF '.
           05  FILLER                 PIC X(08) VALUE 'COMPMST '.
           05  FILLER                 PIC X(08) VALUE 'COMPJRN '.
           05  FILLER                 PIC X(08) VALUE 'ARQDIA  '.
       01  WS-TAB-NOMES-DATASET REDEFINES WS-NOMES-DATASET.
           05  WS-PN-DATASET  OCCURS 6 TIMES
                                      PIC X(08).
       77  WS-PO-I                    PIC 9(01).
       77  WS-PO-X                    PIC 9(01) VALUE 1.
       77  WS-PO-ACHOU                PIC X(01).
       01  WS-TAB-POLITICA.
           05  WS-POLITICA  OCCURS 6 TIMES.
               10  WS-PO-TEM            PIC X(01).
               10  WS-PO-PRAZO          PIC 9(02).
               10  WS-PO-ACAO           PIC X(01).
               10  WS-PO-LIMITE         PIC 9(08).
               10  WS-PO-LIDOS          PIC 9(07).
               10  WS-PO-QTDE           PIC 9(07).
               10  WS-PO-SITUACAO       PIC X(20).

      *-----> ALUNOS DO HISTORICO - FIM DO ULTIMO SEMESTRE (AAAAMMDD),
      *       PRESENCA NO MESTRE E REGISTROS ANONIMIZADOS POR DATASET
      *       (1 = ALUNHIST, 2 = ALUNOJRN, 3 = NOMEXRF)
       77  WS-QTDE-AL                 PIC 9(05) VALUE ZEROS.
       77  WS-AL-I                    PIC 9(05).
       77  WS-AL-IDX                  PIC 9(05).
       77  WS-AL-ACHOU                PIC X(01).
       77  WS-AL-ALTERADO             PIC 9(05).
       01  WS-TAB-ALUNOS.
           05  WS-ALUNO  OCCURS 5000 TIMES.
               10  WS-AL-NUMERO         PIC 9(13).
               10  WS-AL-ULT-ANO        PIC 9(04).
               10  WS-AL-ULT-SEMESTRE   PIC 9(01).
               10  WS-AL-ULT-DATA       PIC 9(08).
               10  WS-AL-ATIVO          PIC X(01).
               10  WS-AL-QTDE  OCCURS 3 TIMES
                                        PIC 9(05).

      *-----> COMPRADORES COM VENDA - ULTIMO MOVIMENTO (AAAAMMDD),
      *       VENDA AINDA EM ABERTO E REGISTROS ANONIMIZADOS POR
      *       DATASET (1 = COMPMST, 2 = COMPJRN)
       77  WS-QTDE-CB                 PIC 9(04) VALUE ZEROS.
       77  WS-CB-I                    PIC 9(04).
       77  WS-CB-IDX                  PIC 9(04).
       77  WS-CB-ACHOU                PIC X(01).
       77  WS-CB-ALTERADO             PIC 9(04).
       01  WS-TAB-COMPRADORES.
           05  WS-COMPRADOR  OCCURS 2000 TIMES.
               10  WS-CB-CODIGO         PIC 9(05).
               10  WS-CB-ULT-DATA       PIC 9(08).
               10  WS-CB-ABERTA         PIC X(01).
               10  WS-CB-QTDE  OCCURS 2 TIMES
                                        PIC 9(05).

      *-----> VENDAS DO VENDAMST - PARCELA ABERTA OU PARCIAL DEIXA A
      *       VENDA ATIVA PENDENTE
       77  WS-QTDE-VE                 PIC 9(04) VALUE ZEROS.
       77  WS-VE-I                    PIC 9(04).
       77  WS-VE-IDX                  PIC 9(04).
       77  WS-VE-ACHOU                PIC X(01).
       01  WS-TAB-VENDAS.
           05  WS-VENDA  OCCURS 3000 TIMES.
               10  WS-VE-CEP            PIC 9(08).
               10  WS-VE-SEQ            PIC 9(03).
               10  WS-VE-CB-IDX         PIC 9(04).
               10  WS-VE-ATIVA          PIC X(01).
               10  WS-VE-PENDENTE       PIC X(01).

      *-----> IMAGENS DE TRABALHO - ALUNO (FD-REG-ALUNO DO JORNAL) E
      *       COMPRADOR (REGISTRO DO COMPMST E DO JORNAL)
       01  WS-IMG-ALUNO.
           05  IA-NUMERO-ALU          PIC 9(13).
           05  IA-NOME-ALU            PIC X(25).
           05  FILLER                 PIC X(36).
       01  WS-IMG-COMPRADOR.
           05  IC-CODIGO              PIC 9(05).
           05  IC-NOME                PIC X(25).
           05  IC-CPF                 PIC 9(11).
           05  IC-ENDERECO            PIC X(30).
           05  IC-ATIVO               PIC X(01).

      *-----> PSEUDONIMO - HASH POLINOMIAL (BASE 31, MODULO
      *       999999937) DOS CARACTERES DA CHAVE + CONTEUDO; CADA
      *       CARACTERE VALE A POSICAO NO ALFABETO ABAIXO (FORA DELE
      *       VALE 38)
       01  WS-HS-ALFABETO             PIC X(37)
           VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  WS-HS-TAB-ALFABETO REDEFINES WS-HS-ALFABETO.
           05  WS-HS-LETRA  OCCURS 37 TIMES
                                      PIC X(01).
       77  WS-HS-I                    PIC 9(02).
       77  WS-HS-J                    PIC 9(02).
       77  WS-HS-CODIGO               PIC 9(02).
       77  WS-HS-CALC                 PIC 9(12).
       77  WS-HS-QUOC                 PIC 9(12).
       01  WS-HS-ENTRADA              PIC X(40).
       01  WS-HS-VALOR                PIC 9(10).
       01  WS-HS-PSEUDONIMO.
           05  FILLER                 PIC X(08) VALUE 'ANONIMO-'.
           05  WS-HS-PS-VALOR         PIC 9(10).
       01  WS-NOME-NOVO               PIC X(25).

      *-----> LINHAS DO CERTIFICADO
       01  WS-LINHA                   PIC X(80).
       01  WS-LIN-DUPLA               PIC X(80) VALUE ALL '='.
       01  WS-LIN-SIMPLES             PIC X(80) VALUE ALL '-'.
       01  WS-LIN-POLITICA.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LP-DATASET          PIC X(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LP-PRAZO            PIC Z9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LP-ACAO             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LP-LIMITE           PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LP-LIDOS            PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LP-QTDE             PIC Z.ZZZ.ZZ9.
           05  FILLER                 PIC X(18) VALUE SPACES.
       01  WS-LIN-ALUNO.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LA-NUMERO           PIC 9(13).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LA-ANO              PIC 9(04).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-LA-SEMESTRE         PIC 9(01).
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  WS-LA-QT-HIST          PIC ZZ.ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LA-QT-JRN           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LA-QT-XRF           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(23) VALUE SPACES.
       01  WS-LIN-COMPRADOR.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-LB-CODIGO           PIC 9(05).
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-LB-ULT-DATA         PIC 9(08).
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  WS-LB-QT-MST           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-LB-QT-JRN           PIC ZZ.ZZ9.
           05  FILLER                 PIC X(36) VALUE SPACES.
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
       000-CGPRG064.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG064 - RETENCAO E ANONIMIZACAO DE DADOS"
           DISPLAY "PESSOAIS (LGPD)"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              IF WS-PO-TEM (1) = 'S' OR WS-PO-TEM (2) = 'S' OR
                 WS-PO-TEM (3) = 'S'
                 PERFORM 020-APURAR-ALUNOS
              END-IF
              IF WS-PO-TEM (4) = 'S' OR WS-PO-TEM (5) = 'S'
                 PERFORM 040-APURAR-COMPRADORES
              END-IF
              PERFORM 030-ANONIMIZAR-ALUNHIST
              PERFORM 033-ANONIMIZAR-ALUNOJRN
              PERFORM 036-ANONIMIZAR-NOMEXRF
              PERFORM 050-ANONIMIZAR-COMPMST
              PERFORM 053-ANONIMIZAR-COMPJRN
              PERFORM 057-ELIMINAR-ARQDIA
              PERFORM 080-IMPRIMIR-CERTIFICADO
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - POLITICA INVALIDA CANCELA O RUN
      *    ANTES DE TOCAR QUALQUER ARQUIVO
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 011-LIMPAR-POLITICA
               VARYING WS-PO-I FROM 1 BY 1 UNTIL WS-PO-I > 6
           PERFORM 015-CARREGAR-POLITICA
           IF WS-ABEND NOT = 'S' AND WS-CTPOLITICA = ZEROS
              DISPLAY ' * ERRO: POLITICA DE RETENCAO VAZIA'
              MOVE 'S' TO WS-ABEND
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN OUTPUT CERTLGPD
           END-IF
           .
       011-LIMPAR-POLITICA.

           MOVE 'N'    TO WS-PO-TEM (WS-PO-I)
           MOVE ZEROS  TO WS-PO-PRAZO (WS-PO-I)
                          WS-PO-LIMITE (WS-PO-I)
                          WS-PO-LIDOS (WS-PO-I)
                          WS-PO-QTDE (WS-PO-I)
           MOVE SPACES TO WS-PO-ACAO (WS-PO-I)
           MOVE 'FORA DA POLITICA' TO WS-PO-SITUACAO (WS-PO-I)
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
      *    CARREGAR A POLITICA - DATASET DESCONHECIDO OU REPETIDO,
      *    PRAZO ZERADO OU ACAO DIFERENTE DE B/H (E NO ARQDIA)
      *    CANCELAM O RUN
      *--------------------------------------------------------------*
       015-CARREGAR-POLITICA.

           OPEN INPUT POLLGPD
           IF WS-FS-POLLGPD NOT = '00'
              DISPLAY ' * ERRO ABRINDO POLLGPD - FS=' WS-FS-POLLGPD
              MOVE 'S' TO WS-ABEND
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 016-LER-POLITICA UNTIL WS-FIM-AUX = 'S'
              CLOSE POLLGPD
           END-IF
           .
       016-LER-POLITICA.

           READ POLLGPD
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTPOLITICA
                   PERFORM 017-VALIDAR-POLITICA
           END-READ
           .
       017-VALIDAR-POLITICA.

           MOVE SPACES TO WS-MOTIVO-EXC
           MOVE 'N'    TO WS-PO-ACHOU
           PERFORM 018-PROCURAR-DATASET
               VARYING WS-PO-I FROM 1 BY 1
               UNTIL WS-PO-I > 6 OR WS-PO-ACHOU = 'S'
           IF WS-PO-ACHOU = 'N'
              MOVE 'DATASET FORA DA ANONIMIZACAO' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND WS-PO-TEM (WS-PO-X) = 'S'
              MOVE 'DATASET REPETIDO NA POLITICA' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              (PL-PRAZO-ANOS NOT NUMERIC OR PL-PRAZO-ANOS = ZEROS)
              MOVE 'PRAZO DE RETENCAO INVALIDO' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND WS-PO-X < 6 AND
              PL-ACAO NOT = 'B' AND PL-ACAO NOT = 'H'
              MOVE 'ACAO DIFERENTE DE B/H' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND WS-PO-X = 6 AND
              PL-ACAO NOT = 'E'
              MOVE 'ACAO DO ARQDIA DIFERENTE DE E' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC NOT = SPACES
              MOVE PL-DATASET TO WS-CHAVE-EXC
              PERFORM 060-GRAVAR-EXCECAO
              MOVE 'S' TO WS-ABEND
           ELSE
              MOVE 'S'           TO WS-PO-TEM (WS-PO-X)
              MOVE PL-PRAZO-ANOS TO WS-PO-PRAZO (WS-PO-X)
              MOVE PL-ACAO       TO WS-PO-ACAO (WS-PO-X)
              COMPUTE WS-PO-LIMITE (WS-PO-X) =
                  WS-DATA-HOJE - PL-PRAZO-ANOS * 10000
              MOVE 'NAO PROCESSADO' TO WS-PO-SITUACAO (WS-PO-X)
              DISPLAY ' * POLITICA: ' PL-DATASET ' PRAZO '
                  PL-PRAZO-ANOS ' ANOS, ACAO ' PL-ACAO
                  ', ENCERRADO ANTES DE '
                  WS-PO-LIMITE (WS-PO-X)
           END-IF
           .
       018-PROCURAR-DATASET.

           IF WS-PN-DATASET (WS-PO-I) = PL-DATASET
              MOVE 'S'     TO WS-PO-ACHOU
              MOVE WS-PO-I TO WS-PO-X
           END-IF
           .
      *--------------------------------------------------------------*
      *    APURAR OS ALUNOS - O ALUNHIST DA O FIM DO ULTIMO SEMESTRE
      *    DE CADA MATRICULA (30/06 OU 31/12) E O ALUNOUT DIZ QUEM
      *    AINDA E ALUNO. SEM UM DOS DOIS NENHUM ARQUIVO DE ALUNO E
      *    TOCADO
      *--------------------------------------------------------------*
       020-APURAR-ALUNOS.

           OPEN INPUT ALUNHIST
           IF WS-FS-ALUNHIST NOT = '00'
              DISPLAY ' * ERRO ABRINDO ALUNHIST - FS=' WS-FS-ALUNHIST
              MOVE 'ERRO ALUNHIST FS=' TO WS-MOTIVO-EXC
              MOVE WS-FS-ALUNHIST      TO WS-MOTIVO-EXC (18:2)
              PERFORM 025-CANCELAR-ALUNOS
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 021-LER-HISTORICO UNTIL WS-FIM-AUX = 'S'
              CLOSE ALUNHIST
              DISPLAY ' * ALUNOS NO HISTORICO: ' WS-QTDE-AL
              OPEN INPUT ALUNOUT
              IF WS-FS-ALUNOUT NOT = '00'
                 DISPLAY ' * ERRO ABRINDO ALUNOUT - FS=' WS-FS-ALUNOUT
                 MOVE 'ERRO ALUNOUT FS=' TO WS-MOTIVO-EXC
                 MOVE WS-FS-ALUNOUT      TO WS-MOTIVO-EXC (17:2)
                 PERFORM 025-CANCELAR-ALUNOS
              ELSE
                 PERFORM 024-CONFERIR-MESTRE
                     VARYING WS-AL-I FROM 1 BY 1
                     UNTIL WS-AL-I > WS-QTDE-AL
                 CLOSE ALUNOUT
              END-IF
           END-IF
           .
       021-LER-HISTORICO.

           READ ALUNHIST NEXT
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   PERFORM 022-GUARDAR-ALUNO
           END-READ
           .
      *    O ALUNHIST VEM EM ORDEM DE ANO + SEMESTRE, ENTAO O ULTIMO
      *    REGISTRO LIDO DE CADA MATRICULA E O SEU ULTIMO SEMESTRE
       022-GUARDAR-ALUNO.

           MOVE HS-NUMERO-ALU TO WS-MATRICULA-PESQ
           PERFORM 070-PROCURAR-ALUNO
           IF WS-AL-ACHOU = 'N'
              IF WS-QTDE-AL < 5000
                 ADD 1 TO WS-QTDE-AL
                 MOVE WS-QTDE-AL    TO WS-AL-IDX
                 MOVE 'S'           TO WS-AL-ACHOU
                 MOVE HS-NUMERO-ALU TO WS-AL-NUMERO (WS-AL-IDX)
                 MOVE 'S'           TO WS-AL-ATIVO (WS-AL-IDX)
                 MOVE ZEROS         TO WS-AL-QTDE (WS-AL-IDX, 1)
                                       WS-AL-QTDE (WS-AL-IDX, 2)
                                       WS-AL-QTDE (WS-AL-IDX, 3)
              ELSE
                 MOVE HS-NUMERO-ALU TO WS-CHAVE-EXC
                 MOVE 'TABELA DE ALUNOS CHEIA (5000)' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              END-IF
           END-IF
           IF WS-AL-ACHOU = 'S'
              MOVE HS-ANO      TO WS-AL-ULT-ANO (WS-AL-IDX)
              MOVE HS-SEMESTRE TO WS-AL-ULT-SEMESTRE (WS-AL-IDX)
              IF HS-SEMESTRE = 1
                 COMPUTE WS-AL-ULT-DATA (WS-AL-IDX) =
                     HS-ANO * 10000 + 0630
              ELSE
                 COMPUTE WS-AL-ULT-DATA (WS-AL-IDX) =
                     HS-ANO * 10000 + 1231
              END-IF
           END-IF
           .
      *    QUEM AINDA ESTA NO MESTRE CONTINUA ALUNO (ATIVO = 'S')
       024-CONFERIR-MESTRE.

           MOVE WS-AL-NUMERO (WS-AL-I) TO FD-NUMERO-ALU
           READ ALUNOUT
               INVALID KEY
                   MOVE 'N' TO WS-AL-ATIVO (WS-AL-I)
               NOT INVALID KEY
                   MOVE 'S' TO WS-AL-ATIVO (WS-AL-I)
           END-READ
           .
      *    SEM O HISTORICO OU O MESTRE NAO HA COMO PROVAR QUE O ALUNO
      *    SAIU - OS TRES DATASETS DE ALUNO FICAM COMO ESTAO
       025-CANCELAR-ALUNOS.

           MOVE 'ALUNOS'   TO WS-CHAVE-EXC
           PERFORM 060-GRAVAR-EXCECAO
           ADD 1 TO WS-CTERRO
           PERFORM 026-DESLIGAR-DATASET
               VARYING WS-PO-I FROM 1 BY 1 UNTIL WS-PO-I > 3
           .
       026-DESLIGAR-DATASET.

           IF WS-PO-TEM (WS-PO-I) = 'S'
              MOVE 'N' TO WS-PO-TEM (WS-PO-I)
              MOVE 'CANCELADO (ERRO)' TO WS-PO-SITUACAO (WS-PO-I)
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALUNHIST - NOME DO ALUNO INATIVO ALEM DO PRAZO
      *--------------------------------------------------------------*
       030-ANONIMIZAR-ALUNHIST.

           IF WS-PO-TEM (1) = 'S'
              OPEN I-O ALUNHIST
              IF WS-FS-ALUNHIST NOT = '00'
                 MOVE 1 TO WS-PO-X
                 MOVE WS-FS-ALUNHIST TO WS-FS-ERRO
                 PERFORM 058-ERRO-ABERTURA
              ELSE
                 MOVE 1   TO WS-PO-X
                 MOVE 'N' TO WS-FIM-AUX
                 PERFORM 031-LER-ALUNHIST UNTIL WS-FIM-AUX = 'S'
                 CLOSE ALUNHIST
                 MOVE 'PROCESSADO' TO WS-PO-SITUACAO (1)
              END-IF
           END-IF
           .
       031-LER-ALUNHIST.

           READ ALUNHIST NEXT
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-PO-LIDOS (1)
                   PERFORM 032-TRATAR-ALUNHIST
           END-READ
           .
       032-TRATAR-ALUNHIST.

           MOVE HS-NUMERO-ALU TO WS-MATRICULA-PESQ
           PERFORM 071-ALUNO-ELEGIVEL
           IF WS-ELEGIVEL = 'S' AND HS-NOME-ALU NOT = SPACES AND
              HS-NOME-ALU (1:8) NOT = 'ANONIMO-'
              MOVE SPACES        TO WS-HS-ENTRADA
              MOVE HS-NUMERO-ALU TO WS-HS-ENTRADA (1:13)
              MOVE HS-NOME-ALU   TO WS-HS-ENTRADA (14:25)
              PERFORM 062-NOME-ANONIMO
              MOVE WS-NOME-NOVO  TO HS-NOME-ALU
              REWRITE HS-REG-HISTORICO
                  INVALID KEY
                      DISPLAY ' * ERRO REGRAVANDO ALUNHIST: '
                          HS-CHAVE ' FS=' WS-FS-ALUNHIST
                      ADD 1 TO WS-CTERRO
                  NOT INVALID KEY
                      ADD 1 TO WS-PO-QTDE (1)
                      ADD 1 TO WS-AL-QTDE (WS-AL-IDX, 1)
              END-REWRITE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALUNOJRN - NOME NAS IMAGENS ANTES/DEPOIS DO FD-REG-ALUNO
      *--------------------------------------------------------------*
       033-ANONIMIZAR-ALUNOJRN.

           IF WS-PO-TEM (2) = 'S'
              OPEN I-O ALUNOJRN
              IF WS-FS-ALUNOJRN NOT = '00'
                 MOVE 2 TO WS-PO-X
                 MOVE WS-FS-ALUNOJRN TO WS-FS-ERRO
                 PERFORM 058-ERRO-ABERTURA
              ELSE
                 MOVE 2   TO WS-PO-X
                 MOVE 'N' TO WS-FIM-AUX
                 PERFORM 034-LER-ALUNOJRN UNTIL WS-FIM-AUX = 'S'
                 CLOSE ALUNOJRN
                 MOVE 'PROCESSADO' TO WS-PO-SITUACAO (2)
              END-IF
           END-IF
           .
       034-LER-ALUNOJRN.

           READ ALUNOJRN
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-PO-LIDOS (2)
                   IF JA-OPERACAO NOT = 'D'
                      PERFORM 035-TRATAR-ALUNOJRN
                   END-IF
           END-READ
           .
       035-TRATAR-ALUNOJRN.

           MOVE 'N' TO WS-ALTEROU
           MOVE JA-IMAGEM-ANTES TO WS-IMG-ALUNO
           PERFORM 038-ANONIMIZAR-IMAGEM-ALU
           MOVE WS-IMG-ALUNO    TO JA-IMAGEM-ANTES
           MOVE JA-IMAGEM-DEPOIS TO WS-IMG-ALUNO
           PERFORM 038-ANONIMIZAR-IMAGEM-ALU
           MOVE WS-IMG-ALUNO    TO JA-IMAGEM-DEPOIS
           IF WS-ALTEROU = 'S'
              REWRITE WS-REG-JORNAL-ALU
              IF WS-FS-ALUNOJRN NOT = '00'
                 DISPLAY ' * ERRO REGRAVANDO ALUNOJRN: '
                     WS-PO-LIDOS (2) ' FS=' WS-FS-ALUNOJRN
                 ADD 1 TO WS-CTERRO
              ELSE
                 ADD 1 TO WS-PO-QTDE (2)
                 ADD 1 TO WS-AL-QTDE (WS-AL-ALTERADO, 2)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    NOMEXRF - NOME DO CAMINHO DE ACESSO POR NOME
      *--------------------------------------------------------------*
       036-ANONIMIZAR-NOMEXRF.

           IF WS-PO-TEM (3) = 'S'
              OPEN I-O NOMEXRF
              IF WS-FS-NOMEXRF NOT = '00'
                 MOVE 3 TO WS-PO-X
                 MOVE WS-FS-NOMEXRF TO WS-FS-ERRO
                 PERFORM 058-ERRO-ABERTURA
              ELSE
                 MOVE 3   TO WS-PO-X
                 MOVE 'N' TO WS-FIM-AUX
                 PERFORM 037-LER-NOMEXRF UNTIL WS-FIM-AUX = 'S'
                 CLOSE NOMEXRF
                 MOVE 'PROCESSADO' TO WS-PO-SITUACAO (3)
              END-IF
           END-IF
           .
       037-LER-NOMEXRF.

           READ NOMEXRF
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-PO-LIDOS (3)
                   MOVE SPACES        TO WS-IMG-ALUNO
                   MOVE NX-NUMERO-ALU TO IA-NUMERO-ALU
                   MOVE NX-NOME-ALU   TO IA-NOME-ALU
                   MOVE 'N' TO WS-ALTEROU
                   PERFORM 038-ANONIMIZAR-IMAGEM-ALU
                   IF WS-ALTEROU = 'S'
                      MOVE IA-NOME-ALU TO NX-NOME-ALU
                      REWRITE WS-REG-NOMEXRF
                      IF WS-FS-NOMEXRF NOT = '00'
                         DISPLAY ' * ERRO REGRAVANDO NOMEXRF: '
                             NX-NUMERO-ALU ' FS=' WS-FS-NOMEXRF
                         ADD 1 TO WS-CTERRO
                      ELSE
                         ADD 1 TO WS-PO-QTDE (3)
                         ADD 1 TO WS-AL-QTDE (WS-AL-ALTERADO, 3)
                      END-IF
                   END-IF
           END-READ
           .
      *    IMAGEM DE ALUNO (MATRICULA + NOME) DO DATASET WS-PO-X -
      *    IMAGEM VAZIA OU JA ANONIMIZADA FICA COMO ESTA
       038-ANONIMIZAR-IMAGEM-ALU.

           IF IA-NUMERO-ALU NUMERIC AND IA-NOME-ALU NOT = SPACES AND
              IA-NOME-ALU (1:8) NOT = 'ANONIMO-'
              MOVE IA-NUMERO-ALU TO WS-MATRICULA-PESQ
              PERFORM 071-ALUNO-ELEGIVEL
              IF WS-ELEGIVEL = 'S'
                 MOVE SPACES        TO WS-HS-ENTRADA
                 MOVE IA-NUMERO-ALU TO WS-HS-ENTRADA (1:13)
                 MOVE IA-NOME-ALU   TO WS-HS-ENTRADA (14:25)
                 PERFORM 062-NOME-ANONIMO
                 MOVE WS-NOME-NOVO  TO IA-NOME-ALU
                 MOVE 'S'           TO WS-ALTEROU
                 MOVE WS-AL-IDX     TO WS-AL-ALTERADO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    APURAR OS COMPRADORES - VENDA CANCELADA OU COM TODAS AS
      *    PARCELAS PAGAS/CANCELADAS ESTA ENCERRADA; O ULTIMO
      *    MOVIMENTO E A MAIOR DATA ENTRE VENDA, RENEGOCIACAO E
      *    PAGAMENTO. SEM VENDAMST OU PARCELAS NENHUM ARQUIVO DE
      *    COMPRADOR E TOCADO
      *--------------------------------------------------------------*
       040-APURAR-COMPRADORES.

           OPEN INPUT VENDAMST
           IF WS-FS-VENDAMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDAMST - FS=' WS-FS-VENDAMST
              MOVE 'ERRO VENDAMST FS=' TO WS-MOTIVO-EXC
              MOVE WS-FS-VENDAMST      TO WS-MOTIVO-EXC (18:2)
              PERFORM 047-CANCELAR-COMPRADORES
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 041-LER-VENDA UNTIL WS-FIM-AUX = 'S'
              CLOSE VENDAMST
              OPEN INPUT PARCELAS
              IF WS-FS-PARCELAS NOT = '00'
                 DISPLAY ' * ERRO ABRINDO PARCELAS - FS='
                     WS-FS-PARCELAS
                 MOVE 'ERRO PARCELAS FS=' TO WS-MOTIVO-EXC
                 MOVE WS-FS-PARCELAS      TO WS-MOTIVO-EXC (18:2)
                 PERFORM 047-CANCELAR-COMPRADORES
              ELSE
                 MOVE 'N' TO WS-FIM-AUX
                 PERFORM 044-LER-PARCELA UNTIL WS-FIM-AUX = 'S'
                 CLOSE PARCELAS
                 PERFORM 046-FECHAR-VENDA
                     VARYING WS-VE-I FROM 1 BY 1
                     UNTIL WS-VE-I > WS-QTDE-VE
                 DISPLAY ' * COMPRADORES COM VENDA: ' WS-QTDE-CB
              END-IF
           END-IF
           .
       041-LER-VENDA.

           READ VENDAMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   PERFORM 042-GUARDAR-VENDA
           END-READ
           .
       042-GUARDAR-VENDA.

           MOVE VN-COMPRADOR TO WS-COMPRADOR-PESQ
           PERFORM 072-PROCURAR-COMPRADOR
           IF WS-CB-ACHOU = 'N'
              IF WS-QTDE-CB < 2000
                 ADD 1 TO WS-QTDE-CB
                 MOVE WS-QTDE-CB   TO WS-CB-IDX
                 MOVE 'S'          TO WS-CB-ACHOU
                 MOVE VN-COMPRADOR TO WS-CB-CODIGO (WS-CB-IDX)
                 MOVE ZEROS        TO WS-CB-ULT-DATA (WS-CB-IDX)
                                      WS-CB-QTDE (WS-CB-IDX, 1)
                                      WS-CB-QTDE (WS-CB-IDX, 2)
                 MOVE 'N'          TO WS-CB-ABERTA (WS-CB-IDX)
              ELSE
                 MOVE VN-COMPRADOR TO WS-CHAVE-EXC
                 MOVE 'TABELA DE COMPRADORES CHEIA' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              END-IF
           END-IF
           IF WS-CB-ACHOU = 'S'
              MOVE VN-DATA TO WS-DATA-AUX
              PERFORM 045-ATUALIZAR-MOVIMENTO
              MOVE VN-DATA-RENEG TO WS-DATA-AUX
              PERFORM 045-ATUALIZAR-MOVIMENTO
              IF WS-QTDE-VE < 3000
                 ADD 1 TO WS-QTDE-VE
                 MOVE VN-CEP    TO WS-VE-CEP (WS-QTDE-VE)
                 MOVE VN-SEQ    TO WS-VE-SEQ (WS-QTDE-VE)
                 MOVE WS-CB-IDX TO WS-VE-CB-IDX (WS-QTDE-VE)
                 MOVE 'N'       TO WS-VE-PENDENTE (WS-QTDE-VE)
                 IF VN-STATUS = 'ATIVA'
                    MOVE 'S' TO WS-VE-ATIVA (WS-QTDE-VE)
                 ELSE
                    MOVE 'N' TO WS-VE-ATIVA (WS-QTDE-VE)
                 END-IF
              ELSE
      *          SEM A VENDA NA TABELA NAO HA COMO CONFERIR AS PARCELAS
      *          - O COMPRADOR FICA EM ABERTO
                 MOVE 'S' TO WS-CB-ABERTA (WS-CB-IDX)
                 MOVE VN-CHAVE TO WS-CHAVE-EXC
                 MOVE 'TABELA DE VENDAS CHEIA (3000)' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              END-IF
           END-IF
           .
       044-LER-PARCELA.

           READ PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   MOVE 'N' TO WS-VE-ACHOU
                   PERFORM 073-PROCURAR-VENDA
                       VARYING WS-VE-I FROM 1 BY 1
                       UNTIL WS-VE-I > WS-QTDE-VE OR WS-VE-ACHOU = 'S'
                   IF WS-VE-ACHOU = 'S'
                      IF PA-STATUS = 'ABERTA' OR PA-STATUS = 'PARCIAL'
                         MOVE 'S' TO WS-VE-PENDENTE (WS-VE-IDX)
                      END-IF
                      MOVE WS-VE-CB-IDX (WS-VE-IDX) TO WS-CB-IDX
                      MOVE PA-DATA-PAGTO TO WS-DATA-AUX
                      PERFORM 045-ATUALIZAR-MOVIMENTO
                   END-IF
           END-READ
           .
      *    DATA GRAVADA PELO ACCEPT FROM DATE (00AAMMDD) VAI PARA
      *    AAAAMMDD ANTES DE COMPARAR
       045-ATUALIZAR-MOVIMENTO.

           IF WS-DATA-AUX > ZEROS AND WS-DATA-AUX < 1000000
              ADD 20000000 TO WS-DATA-AUX
           END-IF
           IF WS-DATA-AUX > WS-CB-ULT-DATA (WS-CB-IDX)
              MOVE WS-DATA-AUX TO WS-CB-ULT-DATA (WS-CB-IDX)
           END-IF
           .
       046-FECHAR-VENDA.

           IF WS-VE-ATIVA (WS-VE-I) = 'S' AND
              WS-VE-PENDENTE (WS-VE-I) = 'S'
              MOVE WS-VE-CB-IDX (WS-VE-I) TO WS-CB-IDX
              MOVE 'S' TO WS-CB-ABERTA (WS-CB-IDX)
           END-IF
           .
       047-CANCELAR-COMPRADORES.

           MOVE 'COMPRADORES' TO WS-CHAVE-EXC
           PERFORM 060-GRAVAR-EXCECAO
           ADD 1 TO WS-CTERRO
           PERFORM 026-DESLIGAR-DATASET
               VARYING WS-PO-I FROM 4 BY 1 UNTIL WS-PO-I > 5
           .
      *--------------------------------------------------------------*
      *    COMPMST - NOME, CPF E ENDERECO DO COMPRADOR ENCERRADO
      *--------------------------------------------------------------*
       050-ANONIMIZAR-COMPMST.

           IF WS-PO-TEM (4) = 'S'
              OPEN I-O COMPMST
              IF WS-FS-COMPMST NOT = '00'
                 MOVE 4 TO WS-PO-X
                 MOVE WS-FS-COMPMST TO WS-FS-ERRO
                 PERFORM 058-ERRO-ABERTURA
              ELSE
                 MOVE 4   TO WS-PO-X
                 MOVE 'N' TO WS-FIM-AUX
                 PERFORM 051-LER-COMPMST UNTIL WS-FIM-AUX = 'S'
                 CLOSE COMPMST
                 MOVE 'PROCESSADO' TO WS-PO-SITUACAO (4)
              END-IF
           END-IF
           .
       051-LER-COMPMST.

           READ COMPMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-PO-LIDOS (4)
                   MOVE WS-REG-COMPRADOR TO WS-IMG-COMPRADOR
                   MOVE 'N' TO WS-ALTEROU
                   PERFORM 056-ANONIMIZAR-IMAGEM-CMP
                   IF WS-ALTEROU = 'S'
                      MOVE WS-IMG-COMPRADOR TO WS-REG-COMPRADOR
                      REWRITE WS-REG-COMPRADOR
                      IF WS-FS-COMPMST NOT = '00'
                         DISPLAY ' * ERRO REGRAVANDO COMPMST: '
                             IC-CODIGO ' FS=' WS-FS-COMPMST
                         ADD 1 TO WS-CTERRO
                      ELSE
                         ADD 1 TO WS-PO-QTDE (4)
                         ADD 1 TO WS-CB-QTDE (WS-CB-ALTERADO, 1)
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    COMPJRN - IMAGENS ANTES/DEPOIS DO REGISTRO DO COMPRADOR
      *--------------------------------------------------------------*
       053-ANONIMIZAR-COMPJRN.

           IF WS-PO-TEM (5) = 'S'
              OPEN I-O COMPJRN
              IF WS-FS-COMPJRN NOT = '00'
                 MOVE 5 TO WS-PO-X
                 MOVE WS-FS-COMPJRN TO WS-FS-ERRO
                 PERFORM 058-ERRO-ABERTURA
              ELSE
                 MOVE 5   TO WS-PO-X
                 MOVE 'N' TO WS-FIM-AUX
                 PERFORM 054-LER-COMPJRN UNTIL WS-FIM-AUX = 'S'
                 CLOSE COMPJRN
                 MOVE 'PROCESSADO' TO WS-PO-SITUACAO (5)
              END-IF
           END-IF
           .
       054-LER-COMPJRN.

           READ COMPJRN
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-PO-LIDOS (5)
                   PERFORM 055-TRATAR-COMPJRN
           END-READ
           .
       055-TRATAR-COMPJRN.

           MOVE 'N' TO WS-ALTEROU
           MOVE JC-IMAGEM-ANTES  TO WS-IMG-COMPRADOR
           PERFORM 056-ANONIMIZAR-IMAGEM-CMP
           MOVE WS-IMG-COMPRADOR TO JC-IMAGEM-ANTES
           MOVE JC-IMAGEM-DEPOIS TO WS-IMG-COMPRADOR
           PERFORM 056-ANONIMIZAR-IMAGEM-CMP
           MOVE WS-IMG-COMPRADOR TO JC-IMAGEM-DEPOIS
           IF WS-ALTEROU = 'S'
              REWRITE WS-REG-JORNAL-CMP
              IF WS-FS-COMPJRN NOT = '00'
                 DISPLAY ' * ERRO REGRAVANDO COMPJRN: '
                     WS-PO-LIDOS (5) ' FS=' WS-FS-COMPJRN
                 ADD 1 TO WS-CTERRO
              ELSE
                 ADD 1 TO WS-PO-QTDE (5)
                 ADD 1 TO WS-CB-QTDE (WS-CB-ALTERADO, 2)
              END-IF
           END-IF
           .
      *    IMAGEM DE COMPRADOR DO DATASET WS-PO-X - IMAGEM VAZIA OU
      *    JA ANONIMIZADA FICA COMO ESTA
       056-ANONIMIZAR-IMAGEM-CMP.

           IF IC-CODIGO NUMERIC AND IC-NOME NOT = SPACES AND
              IC-NOME (1:8) NOT = 'ANONIMO-'
              MOVE IC-CODIGO TO WS-COMPRADOR-PESQ
              PERFORM 074-COMPRADOR-ELEGIVEL
              IF WS-ELEGIVEL = 'S'
                 MOVE SPACES    TO WS-HS-ENTRADA
                 MOVE IC-CODIGO TO WS-HS-ENTRADA (1:5)
                 MOVE IC-NOME   TO WS-HS-ENTRADA (6:25)
                 PERFORM 062-NOME-ANONIMO
                 MOVE WS-NOME-NOVO TO IC-NOME
                 IF WS-PO-ACAO (WS-PO-X) = 'B'
                    MOVE ZEROS  TO IC-CPF
                    MOVE SPACES TO IC-ENDERECO
                 ELSE
                    MOVE SPACES    TO WS-HS-ENTRADA
                    MOVE IC-CODIGO TO WS-HS-ENTRADA (1:5)
                    MOVE IC-CPF    TO WS-HS-ENTRADA (6:11)
                    PERFORM 063-CALCULAR-HASH
                    MOVE WS-HS-VALOR TO IC-CPF
                    MOVE SPACES      TO WS-HS-ENTRADA
                    MOVE IC-CODIGO   TO WS-HS-ENTRADA (1:5)
                    MOVE IC-ENDERECO TO WS-HS-ENTRADA (6:30)
                    PERFORM 063-CALCULAR-HASH
                    MOVE WS-HS-VALOR      TO WS-HS-PS-VALOR
                    MOVE WS-HS-PSEUDONIMO TO IC-ENDERECO
                 END-IF
                 MOVE 'S'       TO WS-ALTEROU
                 MOVE WS-CB-IDX TO WS-CB-ALTERADO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ARQDIA - DIAS DO ARQUIVO MORTO FECHADOS ANTES DA DATA
      *    LIMITE SAO ELIMINADOS POR INTEIRO (AS LINHAS DE RELATORIO,
      *    EXCEPREL E ALERTAS TRAZEM NOME E MATRICULA EM TEXTO LIVRE)
      *--------------------------------------------------------------*
       057-ELIMINAR-ARQDIA.

           IF WS-PO-TEM (6) = 'S'
              OPEN I-O ARQDIA
              IF WS-FS-ARQDIA NOT = '00'
                 MOVE 6 TO WS-PO-X
                 MOVE WS-FS-ARQDIA TO WS-FS-ERRO
                 PERFORM 058-ERRO-ABERTURA
              ELSE
                 MOVE 6   TO WS-PO-X
                 MOVE 'N' TO WS-FIM-AUX
                 PERFORM 059-LER-ARQDIA UNTIL WS-FIM-AUX = 'S'
                 CLOSE ARQDIA
                 MOVE 'PROCESSADO' TO WS-PO-SITUACAO (6)
              END-IF
           END-IF
           .
      *    DATASET DA POLITICA QUE NAO ABRIU - FICA SEM ANONIMIZAR
      *    E O RUN TERMINA COM RC 08
       058-ERRO-ABERTURA.

           MOVE 'ERRO NA ABERTURA - FS=' TO WS-MOTIVO-EXC
           MOVE WS-FS-ERRO               TO WS-MOTIVO-EXC (23:2)
           MOVE WS-PN-DATASET (WS-PO-X)  TO WS-CHAVE-EXC
           PERFORM 060-GRAVAR-EXCECAO
           ADD 1 TO WS-CTERRO
           MOVE 'CANCELADO (ERRO)' TO WS-PO-SITUACAO (WS-PO-X)
           .
      *    DATA DO CGPRG040 (00AAMMDD) VAI PARA AAAAMMDD ANTES DE
      *    COMPARAR COM O LIMITE
       059-LER-ARQDIA.

           READ ARQDIA NEXT
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-PO-LIDOS (6)
                   MOVE AQ-DATA TO WS-DATA-AUX
                   IF WS-DATA-AUX > ZEROS AND WS-DATA-AUX < 1000000
                      ADD 20000000 TO WS-DATA-AUX
                   END-IF
                   IF WS-DATA-AUX < WS-PO-LIMITE (6)
                      DELETE ARQDIA RECORD
                          INVALID KEY
                              DISPLAY ' * ERRO ELIMINANDO ARQDIA: '
                                  AQ-CHAVE ' FS=' WS-FS-ARQDIA
                              ADD 1 TO WS-CTERRO
                          NOT INVALID KEY
                              ADD 1 TO WS-PO-QTDE (6)
                              IF AQ-DATA NOT = WS-ARQ-ULT-DIA
                                 ADD 1 TO WS-CTDIA-ARQ
                                 MOVE AQ-DATA TO WS-ARQ-ULT-DIA
                              END-IF
                      END-DELETE
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR A OCORRENCIA NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * OCORRENCIA: ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG064'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LGPD'          TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           MOVE SPACES          TO WS-MOTIVO-EXC
           .
      *    NOME NOVO CONFORME A ACAO DO DATASET WS-PO-X - BRANCO OU
      *    O PSEUDONIMO DE WS-HS-ENTRADA
       062-NOME-ANONIMO.

           IF WS-PO-ACAO (WS-PO-X) = 'B'
              MOVE SPACES TO WS-NOME-NOVO
           ELSE
              PERFORM 063-CALCULAR-HASH
              MOVE WS-HS-VALOR      TO WS-HS-PS-VALOR
              MOVE WS-HS-PSEUDONIMO TO WS-NOME-NOVO
           END-IF
           .
       063-CALCULAR-HASH.

           MOVE ZEROS TO WS-HS-VALOR
           PERFORM 064-SOMAR-CARACTERE
               VARYING WS-HS-I FROM 1 BY 1 UNTIL WS-HS-I > 40
           .
       064-SOMAR-CARACTERE.

           MOVE 38 TO WS-HS-CODIGO
           PERFORM 065-CODIFICAR-CARACTERE
               VARYING WS-HS-J FROM 1 BY 1
               UNTIL WS-HS-J > 37 OR WS-HS-CODIGO < 38
           COMPUTE WS-HS-CALC = WS-HS-VALOR * 31 + WS-HS-CODIGO
           DIVIDE WS-HS-CALC BY 999999937 GIVING WS-HS-QUOC
               REMAINDER WS-HS-VALOR
           .
       065-CODIFICAR-CARACTERE.

           IF WS-HS-LETRA (WS-HS-J) = WS-HS-ENTRADA (WS-HS-I:1)
              MOVE WS-HS-J TO WS-HS-CODIGO
           END-IF
           .
       068-IMPRIMIR-LINHA.

           WRITE WS-REG-CERTLGPD FROM WS-LINHA
           MOVE SPACES TO WS-LINHA
           .
      *--------------------------------------------------------------*
      *    PROCURAR WS-MATRICULA-PESQ NA TABELA DE ALUNOS
      *--------------------------------------------------------------*
       070-PROCURAR-ALUNO.

           MOVE 'N'   TO WS-AL-ACHOU
           MOVE ZEROS TO WS-AL-IDX
           PERFORM 077-COMPARAR-ALUNO
               VARYING WS-AL-I FROM 1 BY 1
               UNTIL WS-AL-I > WS-QTDE-AL OR WS-AL-ACHOU = 'S'
           .
      *    ALUNO ELEGIVEL NO DATASET WS-PO-X: FORA DO MESTRE E COM O
      *    ULTIMO SEMESTRE ENCERRADO ANTES DA DATA LIMITE
       071-ALUNO-ELEGIVEL.

           MOVE 'N' TO WS-ELEGIVEL
           PERFORM 070-PROCURAR-ALUNO
           IF WS-AL-ACHOU = 'S'
              IF WS-AL-ATIVO (WS-AL-IDX) = 'N' AND
                 WS-AL-ULT-DATA (WS-AL-IDX) < WS-PO-LIMITE (WS-PO-X)
                 MOVE 'S' TO WS-ELEGIVEL
              END-IF
           END-IF
           .
       072-PROCURAR-COMPRADOR.

           MOVE 'N'   TO WS-CB-ACHOU
           MOVE ZEROS TO WS-CB-IDX
           PERFORM 078-COMPARAR-COMPRADOR
               VARYING WS-CB-I FROM 1 BY 1
               UNTIL WS-CB-I > WS-QTDE-CB OR WS-CB-ACHOU = 'S'
           .
       073-PROCURAR-VENDA.

           IF WS-VE-CEP (WS-VE-I) = PA-CEP AND
              WS-VE-SEQ (WS-VE-I) = PA-SEQ
              MOVE 'S'     TO WS-VE-ACHOU
              MOVE WS-VE-I TO WS-VE-IDX
           END-IF
           .
      *    COMPRADOR ELEGIVEL NO DATASET WS-PO-X: SEM VENDA EM ABERTO
      *    E COM O ULTIMO MOVIMENTO ANTES DA DATA LIMITE (COMPRADOR
      *    SEM VENDA NAO E TOCADO)
       074-COMPRADOR-ELEGIVEL.

           MOVE 'N' TO WS-ELEGIVEL
           PERFORM 072-PROCURAR-COMPRADOR
           IF WS-CB-ACHOU = 'S'
              IF WS-CB-ABERTA (WS-CB-IDX) = 'N' AND
                 WS-CB-ULT-DATA (WS-CB-IDX) < WS-PO-LIMITE (WS-PO-X)
                 MOVE 'S' TO WS-ELEGIVEL
              END-IF
           END-IF
           .
       077-COMPARAR-ALUNO.

           IF WS-AL-NUMERO (WS-AL-I) = WS-MATRICULA-PESQ
              MOVE 'S'     TO WS-AL-ACHOU
              MOVE WS-AL-I TO WS-AL-IDX
           END-IF
           .
       078-COMPARAR-COMPRADOR.

           IF WS-CB-CODIGO (WS-CB-I) = WS-COMPRADOR-PESQ
              MOVE 'S'     TO WS-CB-ACHOU
              MOVE WS-CB-I TO WS-CB-IDX
           END-IF
           .
      *--------------------------------------------------------------*
      *    CERTIFICADO DE ANONIMIZACAO - POLITICA APLICADA, TITULARES
      *    E TOTAIS
      *--------------------------------------------------------------*
       080-IMPRIMIR-CERTIFICADO.

           MOVE 'CGPRG064 - CERTIFICADO DE ANONIMIZACAO DE DADOS'
               TO WS-LINHA
           MOVE 'PESSOAIS (LGPD)' TO WS-LINHA (49:15)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'DATA DA RODADA: ' TO WS-LINHA
           MOVE WS-DATA-HOJE       TO WS-LINHA (17:8)
           PERFORM 068-IMPRIMIR-LINHA
           WRITE WS-REG-CERTLGPD FROM WS-LIN-DUPLA
           MOVE 'POLITICA DE RETENCAO APLICADA:' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'DATASET'    TO WS-LINHA (03:07)
           MOVE 'PRAZO'      TO WS-LINHA (12:05)
           MOVE 'ACAO'       TO WS-LINHA (21:04)
           MOVE 'LIMITE'     TO WS-LINHA (33:06)
           MOVE 'LIDOS'      TO WS-LINHA (47:05)
           MOVE 'ANONIMIZ.'  TO WS-LINHA (54:09)
           MOVE 'SITUACAO'   TO WS-LINHA (64:08)
           PERFORM 068-IMPRIMIR-LINHA
           WRITE WS-REG-CERTLGPD FROM WS-LIN-SIMPLES
           PERFORM 081-IMPRIMIR-POLITICA
               VARYING WS-PO-I FROM 1 BY 1 UNTIL WS-PO-I > 6
           PERFORM 068-IMPRIMIR-LINHA

           MOVE 'ALUNOS ANONIMIZADOS (FORA DO MESTRE, ULTIMO SEMESTRE'
               TO WS-LINHA
           MOVE 'ALEM DO PRAZO):' TO WS-LINHA (54:15)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'MATRICULA'   TO WS-LINHA (03:09)
           MOVE 'ULT.SEM.'    TO WS-LINHA (20:08)
           MOVE 'ALUNHIST'    TO WS-LINHA (31:08)
           MOVE 'ALUNOJRN'    TO WS-LINHA (41:08)
           MOVE 'NOMEXRF'     TO WS-LINHA (51:07)
           PERFORM 068-IMPRIMIR-LINHA
           WRITE WS-REG-CERTLGPD FROM WS-LIN-SIMPLES
           PERFORM 082-IMPRIMIR-ALUNO
               VARYING WS-AL-I FROM 1 BY 1 UNTIL WS-AL-I > WS-QTDE-AL
           IF WS-CTTIT-ALU = ZEROS
              MOVE '  NENHUM ALUNO ANONIMIZADO NESTA RODADA' TO WS-LINHA
              PERFORM 068-IMPRIMIR-LINHA
           END-IF
           PERFORM 068-IMPRIMIR-LINHA

           MOVE 'COMPRADORES ANONIMIZADOS (VENDAS QUITADAS OU'
               TO WS-LINHA
           MOVE 'CANCELADAS ALEM DO PRAZO):' TO WS-LINHA (46:26)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'COMPRADOR'   TO WS-LINHA (03:09)
           MOVE 'ULT.MOVIM.'  TO WS-LINHA (15:10)
           MOVE 'COMPMST'     TO WS-LINHA (29:07)
           MOVE 'COMPJRN'     TO WS-LINHA (39:07)
           PERFORM 068-IMPRIMIR-LINHA
           WRITE WS-REG-CERTLGPD FROM WS-LIN-SIMPLES
           PERFORM 083-IMPRIMIR-COMPRADOR
               VARYING WS-CB-I FROM 1 BY 1 UNTIL WS-CB-I > WS-QTDE-CB
           IF WS-CTTIT-CMP = ZEROS
              MOVE '  NENHUM COMPRADOR ANONIMIZADO NESTA RODADA'
                  TO WS-LINHA
              PERFORM 068-IMPRIMIR-LINHA
           END-IF
           PERFORM 068-IMPRIMIR-LINHA

           WRITE WS-REG-CERTLGPD FROM WS-LIN-DUPLA
           MOVE 'TITULARES ALUNOS ANONIMIZADOS.........:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTTIT-ALU   TO WS-LR-VALOR
           WRITE WS-REG-CERTLGPD FROM WS-LIN-RESUMO
           MOVE 'TITULARES COMPRADORES ANONIMIZADOS....:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTTIT-CMP   TO WS-LR-VALOR
           WRITE WS-REG-CERTLGPD FROM WS-LIN-RESUMO
           MOVE 'DIAS DO ARQUIVO MORTO ELIMINADOS......:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTDIA-ARQ   TO WS-LR-VALOR
           WRITE WS-REG-CERTLGPD FROM WS-LIN-RESUMO
           MOVE 'OCORRENCIAS NO EXCEPREL...............:'
               TO WS-LR-DESCRICAO
           MOVE WS-CTINVALID   TO WS-LR-VALOR
           WRITE WS-REG-CERTLGPD FROM WS-LIN-RESUMO
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'CERTIFICAMOS QUE NOS REGISTROS ACIMA O NOME, O CPF E'
               TO WS-LINHA
           MOVE ' O ENDERECO' TO WS-LINHA (53:11)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'FORAM SUBSTITUIDOS CONFORME A POLITICA, MANTIDAS AS'
               TO WS-LINHA
           MOVE 'CHAVES E OS' TO WS-LINHA (53:11)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'CAMPOS ESTATISTICOS, E QUE OS DIAS DO ARQUIVO MORTO'
               TO WS-LINHA
           MOVE ' ALEM DO' TO WS-LINHA (52:08)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'PRAZO FORAM ELIMINADOS.' TO WS-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           PERFORM 068-IMPRIMIR-LINHA
           MOVE '______________________________' TO WS-LINHA (03:30)
           MOVE '______________________________' TO WS-LINHA (43:30)
           PERFORM 068-IMPRIMIR-LINHA
           MOVE 'ENCARREGADO DE DADOS'           TO WS-LINHA (08:20)
           MOVE 'RESPONSAVEL PELO CPD'           TO WS-LINHA (48:20)
           PERFORM 068-IMPRIMIR-LINHA
           .
       081-IMPRIMIR-POLITICA.

           MOVE WS-PN-DATASET (WS-PO-I)  TO WS-LP-DATASET
           MOVE WS-PO-PRAZO (WS-PO-I)    TO WS-LP-PRAZO
           EVALUATE WS-PO-ACAO (WS-PO-I)
               WHEN 'B'
                   MOVE 'BRANCO'     TO WS-LP-ACAO
               WHEN 'H'
                   MOVE 'PSEUDONIMO' TO WS-LP-ACAO
               WHEN 'E'
                   MOVE 'ELIMINACAO' TO WS-LP-ACAO
               WHEN OTHER
                   MOVE SPACES       TO WS-LP-ACAO
           END-EVALUATE
           MOVE WS-PO-LIMITE (WS-PO-I)   TO WS-LP-LIMITE
           MOVE WS-PO-LIDOS (WS-PO-I)    TO WS-LP-LIDOS
           MOVE WS-PO-QTDE (WS-PO-I)     TO WS-LP-QTDE
           MOVE WS-LIN-POLITICA          TO WS-LINHA
           MOVE WS-PO-SITUACAO (WS-PO-I) TO WS-LINHA (64:17)
           PERFORM 068-IMPRIMIR-LINHA
           .
       082-IMPRIMIR-ALUNO.

           IF WS-AL-QTDE (WS-AL-I, 1) + WS-AL-QTDE (WS-AL-I, 2) +
              WS-AL-QTDE (WS-AL-I, 3) > ZEROS
              ADD 1 TO WS-CTTIT-ALU
              MOVE WS-AL-NUMERO (WS-AL-I)       TO WS-LA-NUMERO
              MOVE WS-AL-ULT-ANO (WS-AL-I)      TO WS-LA-ANO
              MOVE WS-AL-ULT-SEMESTRE (WS-AL-I) TO WS-LA-SEMESTRE
              MOVE WS-AL-QTDE (WS-AL-I, 1)      TO WS-LA-QT-HIST
              MOVE WS-AL-QTDE (WS-AL-I, 2)      TO WS-LA-QT-JRN
              MOVE WS-AL-QTDE (WS-AL-I, 3)      TO WS-LA-QT-XRF
              WRITE WS-REG-CERTLGPD FROM WS-LIN-ALUNO
           END-IF
           .
       083-IMPRIMIR-COMPRADOR.

           IF WS-CB-QTDE (WS-CB-I, 1) + WS-CB-QTDE (WS-CB-I, 2)
              > ZEROS
              ADD 1 TO WS-CTTIT-CMP
              MOVE WS-CB-CODIGO (WS-CB-I)   TO WS-LB-CODIGO
              MOVE WS-CB-ULT-DATA (WS-CB-I) TO WS-LB-ULT-DATA
              MOVE WS-CB-QTDE (WS-CB-I, 1)  TO WS-LB-QT-MST
              MOVE WS-CB-QTDE (WS-CB-I, 2)  TO WS-LB-QT-JRN
              WRITE WS-REG-CERTLGPD FROM WS-LIN-COMPRADOR
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - RC 08 COM POLITICA INVALIDA OU
      *    DATASET NAO PROCESSADO POR ERRO, RC 04 COM OCORRENCIA
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-ABEND = 'S' OR WS-CTERRO > ZEROS
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTINVALID > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 091-GRAVAR-CTLTOTAL
               VARYING WS-PO-I FROM 1 BY 1 UNTIL WS-PO-I > 6
           MOVE 'CGPRG064'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ALUNOS ANONIMIZADOS'           TO CT-DESCRICAO
           MOVE WS-CTTIT-ALU         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG064'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COMPRADORES ANONIMIZADOS'      TO CT-DESCRICAO
           MOVE WS-CTTIT-CMP         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG064'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'DIAS DO ARQDIA ELIMINADOS'     TO CT-DESCRICAO
           MOVE WS-CTDIA-ARQ         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG064'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'OCORRENCIAS NO EXCEPREL'       TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           IF WS-ABEND NOT = 'S'
              CLOSE CERTLGPD
           END-IF
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG064        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS DE POLITICA LIDOS: ' WS-CTPOLITICA
           DISPLAY ' * ALUNHIST ANONIMIZADOS......: ' WS-PO-QTDE (1)
           DISPLAY ' * ALUNOJRN ANONIMIZADOS......: ' WS-PO-QTDE (2)
           DISPLAY ' * NOMEXRF ANONIMIZADOS.......: ' WS-PO-QTDE (3)
           DISPLAY ' * COMPMST ANONIMIZADOS.......: ' WS-PO-QTDE (4)
           DISPLAY ' * COMPJRN ANONIMIZADOS.......: ' WS-PO-QTDE (5)
           DISPLAY ' * ARQDIA ELIMINADOS..........: ' WS-PO-QTDE (6)
           DISPLAY ' * DIAS DO ARQDIA ELIMINADOS..: ' WS-CTDIA-ARQ
           DISPLAY ' * ALUNOS ANONIMIZADOS........: ' WS-CTTIT-ALU
           DISPLAY ' * COMPRADORES ANONIMIZADOS...: ' WS-CTTIT-CMP
           DISPLAY ' * OCORRENCIAS NO EXCEPREL....: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO..........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG064        *'
           DISPLAY ' *----------------------------------------*'
           .
       091-GRAVAR-CTLTOTAL.

           IF WS-PO-TEM (WS-PO-I) = 'S'
              MOVE 'CGPRG064'          TO CT-PROGRAMA
              MOVE WS-DATA-EXEC        TO CT-DATA-EXECUCAO
              MOVE SPACES              TO CT-DESCRICAO
              STRING 'ANONIMIZADOS NO '        DELIMITED BY SIZE
                     WS-PN-DATASET (WS-PO-I)   DELIMITED BY SPACE
                INTO CT-DESCRICAO
              END-STRING
              MOVE WS-PO-QTDE (WS-PO-I) TO CT-VALOR
              WRITE WS-REG-CTLTOTAL
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG064 <-------------------*
