       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG054.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 22/09/2026.
       DATE-COMPILED. 22/09/2026.
      *--------------------------------------------------------------*
      *    DESEMPENHO MENSAL DE VENDEDORES - CONFRONTA AS VENDAS DO   *
      *    VENDAMST (QTDE E VALOR, SEM AS CANCELADAS) COM A COTA DO   *
      *    CADASTRO COTAS (CGPRG053) E MOSTRA O PERCENTUAL DE         *
      *    ATINGIMENTO NO MES E NO ACUMULADO DO ANO, COM O RANKING    *
      *    DOS VENDEDORES EM CADA UM (PELO % DO VALOR; QUEM NAO TEM   *
      *    COTA VEM DEPOIS, PELO VALOR VENDIDO). A ULTIMA SECAO E A   *
      *    CONVERSAO DE RESERVAS DO RESERLOG: FEITAS, VIRARAM VENDA,  *
      *    LIBERADAS PELO CGPRG033 E DESFEITAS, COM A TAXA DE         *
      *    CONVERSAO = VIRARAM VENDA / RESERVAS ENCERRADAS NO PERIODO.*
      *    O MES DE REFERENCIA VEM DO SYSIN (AAAAMM); SEM CARTAO, E O *
      *    MES CORRENTE.                                              *
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
           SELECT VENDMST   ASSIGN TO "VENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VD-COD
               FILE STATUS IS WS-FS-VENDMST.
           SELECT COTAS     ASSIGN TO "COTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-CHAVE
               FILE STATUS IS WS-FS-COTAS.
           SELECT VENDAMST  ASSIGN TO "VENDAMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VENDAMST.
           SELECT RESERLOG  ASSIGN TO "RESERLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RESERLOG.
           SELECT DESEMREL  ASSIGN TO "DESEMREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DESEMREL.
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
      *-----> CARTAO DE PARAMETRO - MES DE REFERENCIA
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARAMETRO.
           05  PM-ANO                 PIC 9(04).
           05  PM-MES                 PIC 9(02).
           05  FILLER                 PIC X(74).

       FD  VENDMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDMS.

       FD  COTAS
           LABEL RECORDS ARE STANDARD.
           COPY CGCOTAS.

       FD  VENDAMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDAS.

       FD  RESERLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGRESLOG.

       FD  DESEMREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-DESEMREL            PIC X(80).

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
           05  WS-FIM-AUX             PIC X(01).
           05  WS-ABEND               PIC X(01) VALUE "N".
           05  WS-CTVENDA             PIC 9(06) VALUE ZEROS.
           05  WS-CTVENDA-MES         PIC 9(06) VALUE ZEROS.
           05  WS-CTVENDA-ANO         PIC 9(06) VALUE ZEROS.
           05  WS-CTCOTA              PIC 9(06) VALUE ZEROS.
           05  WS-CTRESERVA           PIC 9(06) VALUE ZEROS.
           05  WS-CTIMPRESSO          PIC 9(04) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(04) VALUE ZEROS.
           05  WS-FS-SYSIN            PIC X(02).
           05  WS-FS-VENDMST          PIC X(02).
           05  WS-FS-COTAS            PIC X(02).
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-RESERLOG         PIC X(02).
           05  WS-FS-DESEMREL         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-EXEC-R REDEFINES WS-DATA-EXEC.
               10  FILLER             PIC 9(02).
               10  WS-EXEC-AA         PIC 9(02).
               10  WS-EXEC-MM         PIC 9(02).
               10  WS-EXEC-DD         PIC 9(02).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).

      *-----> MES DE REFERENCIA - AS DATAS DO VENDAMST E DO RESERLOG
      *       VEM NO FORMATO 00AAMMDD, ENTAO A COMPARACAO E FEITA EM
      *       AAMM (DATA / 100)
       01  WS-REFERENCIA.
           05  WS-REF-ANO             PIC 9(04).
           05  WS-REF-MES             PIC 9(02).
           05  WS-REF-AAMM            PIC 9(04).
           05  WS-REF-AAMM-INI        PIC 9(04).
           05  WS-AAMM-EVENTO         PIC 9(04).

      *-----> TABELA DE VENDEDORES - CADASTRO, COTA, VENDAS E
      *       RESERVAS DO MES E DO ACUMULADO DO ANO
      *       RESERVAS: (1) FEITAS (2) VIRARAM VENDA (3) LIBERADAS
      *                 PELO CGPRG033 (4) DESFEITAS NA MAO
       77  WS-QTDE-VEND               PIC 9(03) VALUE ZEROS.
       77  WS-VT-I                    PIC 9(03).
       77  WS-VT-J                    PIC 9(03).
       77  WS-VT-IDX                  PIC 9(03).
       77  WS-VT-ACHOU                PIC X(01).
       77  WS-CARGA-VENDMST           PIC X(01) VALUE 'N'.
       77  WS-RES-I                   PIC 9(01).
       77  WS-RANK                    PIC 9(03).
       77  WS-J-MELHOR                PIC X(01).
       01  WS-TAB-VENDEDORES.
           05  WS-VENDEDOR  OCCURS 300 TIMES.
               10  WS-VT-COD            PIC 9(04).
               10  WS-VT-NOME           PIC X(25).
               10  WS-VT-ATIVO          PIC X(01).
               10  WS-VT-MES.
                   15  WS-VT-META-QTD-M     PIC 9(05).
                   15  WS-VT-META-VAL-M     PIC 9(11)V99.
                   15  WS-VT-QTD-M          PIC 9(05).
                   15  WS-VT-VAL-M          PIC 9(11)V99.
                   15  WS-VT-RES-M  OCCURS 4 TIMES PIC 9(04).
                   15  WS-VT-PCT-QTD-M      PIC 9(04)V9.
                   15  WS-VT-PCT-VAL-M      PIC 9(04)V9.
                   15  WS-VT-PART-M         PIC X(01).
                   15  WS-VT-RANK-M         PIC 9(03).
               10  WS-VT-ANO.
                   15  WS-VT-META-QTD-A     PIC 9(05).
                   15  WS-VT-META-VAL-A     PIC 9(11)V99.
                   15  WS-VT-QTD-A          PIC 9(05).
                   15  WS-VT-VAL-A          PIC 9(11)V99.
                   15  WS-VT-RES-A  OCCURS 4 TIMES PIC 9(04).
                   15  WS-VT-PCT-QTD-A      PIC 9(04)V9.
                   15  WS-VT-PCT-VAL-A      PIC 9(04)V9.
                   15  WS-VT-PART-A         PIC X(01).
                   15  WS-VT-RANK-A         PIC 9(03).

      *-----> AREA DE TRABALHO DE UMA SECAO (MES OU ANO) - A SECAO
      *       CORRENTE E COPIADA PARA CA ANTES DE CALCULAR/IMPRIMIR,
      *       PARA QUE O MESMO CODIGO SIRVA AS DUAS
       01  WS-SECAO.
           05  WS-SC-TITULO           PIC X(20).
           05  WS-SC-VENDEDOR  OCCURS 300 TIMES.
               10  WS-SC-META-QTD       PIC 9(05).
               10  WS-SC-META-VAL       PIC 9(11)V99.
               10  WS-SC-QTD            PIC 9(05).
               10  WS-SC-VAL            PIC 9(11)V99.
               10  WS-SC-RES  OCCURS 4 TIMES PIC 9(04).
               10  WS-SC-PCT-QTD        PIC 9(04)V9.
               10  WS-SC-PCT-VAL        PIC 9(04)V9.
               10  WS-SC-PART           PIC X(01).
               10  WS-SC-RANK           PIC 9(03).
           05  WS-SC-TOTAIS.
               10  WS-SC-TOT-META-QTD   PIC 9(07).
               10  WS-SC-TOT-META-VAL   PIC 9(13)V99.
               10  WS-SC-TOT-QTD        PIC 9(07).
               10  WS-SC-TOT-VAL        PIC 9(13)V99.
               10  WS-SC-TOT-RES  OCCURS 4 TIMES PIC 9(06).
               10  WS-SC-TOT-PCT-QTD    PIC 9(04)V9.
               10  WS-SC-TOT-PCT-VAL    PIC 9(04)V9.

      *-----> CALCULO DE PERCENTUAL (ATINGIMENTO E CONVERSAO)
       01  WS-PCT-CALC.
           05  WS-PC-REALIZADO        PIC 9(13)V99.
           05  WS-PC-BASE             PIC 9(13)V99.
           05  WS-PC-RESULTADO        PIC 9(04)V9.
           05  WS-PC-ENCERRADAS       PIC 9(06).

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05  FILLER              PIC X(36) VALUE
               'CGPRG054 - DESEMPENHO DE VENDEDORES '.
           05  LT-SECAO            PIC X(19).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LT-MES              PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  LT-ANO              PIC 9(04).
           05  FILLER              PIC X(08) VALUE ' EMISSAO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LT-DATA-EXEC        PIC 9(08).
       01  WS-LIN-CAB-COTA.
           05  FILLER              PIC X(40) VALUE
               ' RK VEND NOME              QTDE COTA   %'.
           05  FILLER              PIC X(40) VALUE
               'QTD  VALOR VENDIDO     COTA VALOR   %VAL'.
       01  WS-LIN-DET-COTA.
           05  LD-RANK             PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-VEND             PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-NOME             PIC X(17).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-QTD              PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-META-QTD         PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-PCT-QTD          PIC ZZZ9,9.
           05  LD-PCT-QTD-X REDEFINES LD-PCT-QTD PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-VAL              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-META-VAL         PIC ZZZ.ZZZ.ZZ9,99.
           05  LD-PCT-VAL          PIC ZZZZ9,9.
           05  LD-PCT-VAL-X REDEFINES LD-PCT-VAL PIC X(07).
       01  WS-LIN-CAB-RESERVA.
           05  FILLER              PIC X(40) VALUE
               ' VEND NOME             --------- NO MES '.
           05  FILLER              PIC X(36) VALUE
               '--------- --------- NO ANO ---------'.
       01  WS-LIN-CAB-RESERVA2.
           05  FILLER              PIC X(40) VALUE
               '                        FEIT VEND LIBR D'.
           05  FILLER              PIC X(36) VALUE
               'ESF CONV%  FEIT VEND LIBR DESF CONV%'.
       01  WS-LIN-DET-RESERVA.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-VEND             PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-NOME             PIC X(17).
           05  LR-RES-M  OCCURS 4 TIMES.
               10  FILLER          PIC X(01).
               10  LR-QTD-M        PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-CONV-M           PIC ZZ9,9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-RES-A  OCCURS 4 TIMES.
               10  FILLER          PIC X(01).
               10  LR-QTD-A        PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LR-CONV-A           PIC ZZ9,9.
           05  FILLER              PIC X(02) VALUE SPACES.

       01  WS-SOUT-VALOR              PIC $$$.$$$.$$$.$$9,99.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG054.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG054 - DESEMPENHO DE VENDEDORES"
           DISPLAY "COTA X VENDAS E CONVERSAO DE RESERVAS"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           PERFORM 025-LER-SYSIN
           PERFORM 030-CARREGAR-VENDEDORES
           PERFORM 035-CARREGAR-COTAS
           PERFORM 040-SOMAR-VENDAS
           PERFORM 045-SOMAR-RESERVAS
           IF WS-ABEND = 'N'
              PERFORM 050-EMITIR-MES
              PERFORM 055-EMITIR-ANO
              PERFORM 080-IMPRIMIR-RESERVAS
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           OPEN OUTPUT DESEMREL
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
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
      *    MES DE REFERENCIA - CARTAO AAAAMM NO SYSIN; SEM CARTAO (OU
      *    COM CARTAO INVALIDO, QUE VAI P/ O EXCEPREL) VALE O MES
      *    CORRENTE
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           COMPUTE WS-REF-ANO = 2000 + WS-EXEC-AA
           MOVE WS-EXEC-MM TO WS-REF-MES
           OPEN INPUT SYSIN
           IF WS-FS-SYSIN = '00'
              READ SYSIN
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PM-ANO IS NUMERIC AND PM-MES IS NUMERIC AND
                         PM-ANO > 2000 AND
                         PM-MES > 00 AND PM-MES < 13
                         MOVE PM-ANO TO WS-REF-ANO
                         MOVE PM-MES TO WS-REF-MES
                      ELSE
                         MOVE 'PARAMETRO'  TO WS-CHAVE-EXC
                         MOVE 'MES DE REFERENCIA INVALIDO' TO
                             WS-MOTIVO-EXC
                         PERFORM 060-GRAVAR-EXCECAO
                      END-IF
              END-READ
              CLOSE SYSIN
           END-IF

           COMPUTE WS-REF-AAMM = (WS-REF-ANO - 2000) * 100 + WS-REF-MES
           COMPUTE WS-REF-AAMM-INI =
               (WS-REF-ANO - 2000) * 100 + 1
           DISPLAY ' * MES DE REFERENCIA: ' WS-REF-MES '/' WS-REF-ANO
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CADASTRO DE VENDEDORES NA TABELA
      *--------------------------------------------------------------*
       030-CARREGAR-VENDEDORES.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT VENDMST
           IF WS-FS-VENDMST NOT = '00'
              DISPLAY ' * VENDMST NAO ABERTO - FS=' WS-FS-VENDMST
                  ' - VENDEDORES SEM NOME'
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           MOVE 'S' TO WS-CARGA-VENDMST
           PERFORM 031-LER-VENDEDOR UNTIL WS-FIM-AUX = 'S'
           MOVE 'N' TO WS-CARGA-VENDMST
           IF WS-FS-VENDMST = '00' OR WS-FS-VENDMST = '10'
              CLOSE VENDMST
           END-IF
           .
       031-LER-VENDEDOR.

           READ VENDMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   PERFORM 032-INCLUIR-VENDEDOR
                   IF WS-VT-ACHOU = 'S'
                      MOVE VD-NOME TO WS-VT-NOME (WS-VT-IDX)
                      IF VD-ATIVO = 'N'
                         MOVE 'N' TO WS-VT-ATIVO (WS-VT-IDX)
                      ELSE
                         MOVE 'S' TO WS-VT-ATIVO (WS-VT-IDX)
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O VENDEDOR VD-COD NA TABELA; SE NAO ESTIVER,
      *    INCLUIR COMO NAO CADASTRADO (VENDA OU COTA DE VENDEDOR QUE
      *    SAIU DO VENDMST CONTINUA APARECENDO NO RELATORIO)
      *--------------------------------------------------------------*
       032-INCLUIR-VENDEDOR.

           PERFORM 033-LOCALIZAR-VENDEDOR
           IF WS-VT-ACHOU = 'N'
              IF WS-QTDE-VEND < 300
                 ADD 1 TO WS-QTDE-VEND
                 MOVE WS-QTDE-VEND TO WS-VT-IDX
                 INITIALIZE WS-VENDEDOR (WS-VT-IDX)
                 MOVE VD-COD           TO WS-VT-COD (WS-VT-IDX)
                 MOVE 'NAO CADASTRADO' TO WS-VT-NOME (WS-VT-IDX)
                 MOVE 'N'              TO WS-VT-ATIVO (WS-VT-IDX)
                 MOVE 'S'              TO WS-VT-ACHOU
                 IF WS-CARGA-VENDMST = 'N'
                    MOVE VD-COD TO WS-CHAVE-EXC
                    MOVE 'VENDEDOR NAO CADASTRADO' TO WS-MOTIVO-EXC
                    PERFORM 060-GRAVAR-EXCECAO
                 END-IF
              ELSE
                 MOVE VD-COD TO WS-CHAVE-EXC
                 MOVE 'TABELA DE VENDEDORES CHEIA' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              END-IF
           END-IF
           .
       033-LOCALIZAR-VENDEDOR.

           MOVE 'N'   TO WS-VT-ACHOU
           MOVE ZEROS TO WS-VT-IDX
           PERFORM 034-COMPARAR-VENDEDOR
              VARYING WS-VT-I FROM 1 BY 1
              UNTIL WS-VT-I > WS-QTDE-VEND OR WS-VT-ACHOU = 'S'
           .
       034-COMPARAR-VENDEDOR.

           IF WS-VT-COD (WS-VT-I) = VD-COD
              MOVE WS-VT-I TO WS-VT-IDX
              MOVE 'S'     TO WS-VT-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    COTAS DO ANO DE REFERENCIA - A DO MES E A SOMA DOS MESES
      *    ATE O MES DE REFERENCIA (COTA DO ACUMULADO)
      *--------------------------------------------------------------*
       035-CARREGAR-COTAS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT COTAS
           IF WS-FS-COTAS NOT = '00'
              DISPLAY ' * COTAS NAO ABERTO - FS=' WS-FS-COTAS
                  ' - RELATORIO SEM COTAS'
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           PERFORM 036-LER-COTA UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-COTAS = '00' OR WS-FS-COTAS = '10'
              CLOSE COTAS
           END-IF
           .
       036-LER-COTA.

           READ COTAS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF CO-ANO = WS-REF-ANO AND CO-MES NOT > WS-REF-MES
                      ADD 1 TO WS-CTCOTA
                      MOVE CO-VEND TO VD-COD
                      PERFORM 032-INCLUIR-VENDEDOR
                      IF WS-VT-ACHOU = 'S'
                         PERFORM 037-ACUMULAR-COTA
                      END-IF
                   END-IF
           END-READ
           .
       037-ACUMULAR-COTA.

           ADD CO-META-QTD   TO WS-VT-META-QTD-A (WS-VT-IDX)
           ADD CO-META-VALOR TO WS-VT-META-VAL-A (WS-VT-IDX)
           IF CO-MES = WS-REF-MES
              MOVE CO-META-QTD   TO WS-VT-META-QTD-M (WS-VT-IDX)
              MOVE CO-META-VALOR TO WS-VT-META-VAL-M (WS-VT-IDX)
           END-IF
           .
      *--------------------------------------------------------------*
      *    VENDAS DO MES E DO ACUMULADO DO ANO, POR VENDEDOR - VENDA
      *    CANCELADA NAO CONTA PARA A COTA
      *--------------------------------------------------------------*
       040-SOMAR-VENDAS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT VENDAMST
           IF WS-FS-VENDAMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDAMST - FS=' WS-FS-VENDAMST
              MOVE 'S' TO WS-ABEND
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           PERFORM 041-LER-VENDA UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-VENDAMST = '00' OR WS-FS-VENDAMST = '10'
              CLOSE VENDAMST
           END-IF
           .
       041-LER-VENDA.

           READ VENDAMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTVENDA
                   COMPUTE WS-AAMM-EVENTO = VN-DATA / 100
                   IF VN-STATUS NOT = 'CANCELADA' AND
                      WS-AAMM-EVENTO NOT < WS-REF-AAMM-INI AND
                      WS-AAMM-EVENTO NOT > WS-REF-AAMM
                      MOVE VN-VEND TO VD-COD
                      PERFORM 032-INCLUIR-VENDEDOR
                      IF WS-VT-ACHOU = 'S'
                         PERFORM 042-ACUMULAR-VENDA
                      END-IF
                   END-IF
           END-READ
           .
       042-ACUMULAR-VENDA.

           ADD 1 TO WS-CTVENDA-ANO
           ADD 1        TO WS-VT-QTD-A (WS-VT-IDX)
           ADD VN-PRECO TO WS-VT-VAL-A (WS-VT-IDX)
           IF WS-AAMM-EVENTO = WS-REF-AAMM
              ADD 1 TO WS-CTVENDA-MES
              ADD 1        TO WS-VT-QTD-M (WS-VT-IDX)
              ADD VN-PRECO TO WS-VT-VAL-M (WS-VT-IDX)
           END-IF
           .
      *--------------------------------------------------------------*
      *    EVENTOS DE RESERVA DO MES E DO ACUMULADO DO ANO (RESERLOG)
      *--------------------------------------------------------------*
       045-SOMAR-RESERVAS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT RESERLOG
           IF WS-FS-RESERLOG NOT = '00'
              DISPLAY ' * RESERLOG NAO ABERTO - FS=' WS-FS-RESERLOG
                  ' - CONVERSAO DE RESERVAS ZERADA'
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           PERFORM 046-LER-RESERVA UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-RESERLOG = '00' OR WS-FS-RESERLOG = '10'
              CLOSE RESERLOG
           END-IF
           .
       046-LER-RESERVA.

           READ RESERLOG
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   COMPUTE WS-AAMM-EVENTO = RL-DATA / 100
                   IF WS-AAMM-EVENTO NOT < WS-REF-AAMM-INI AND
                      WS-AAMM-EVENTO NOT > WS-REF-AAMM
                      PERFORM 047-ACUMULAR-RESERVA
                   END-IF
           END-READ
           .
       047-ACUMULAR-RESERVA.

           EVALUATE RL-TIPO
               WHEN 'R'
                   MOVE 1 TO WS-RES-I
               WHEN 'V'
                   MOVE 2 TO WS-RES-I
               WHEN 'L'
                   MOVE 3 TO WS-RES-I
               WHEN 'D'
                   MOVE 4 TO WS-RES-I
               WHEN OTHER
                   MOVE 0 TO WS-RES-I
           END-EVALUATE

           IF WS-RES-I = 0
              MOVE SPACES TO WS-CHAVE-EXC
              STRING RL-CEP DELIMITED BY SIZE
                     RL-SEQ DELIMITED BY SIZE
                INTO WS-CHAVE-EXC
              END-STRING
              MOVE 'EVENTO DE RESERVA INVALIDO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              MOVE RL-VEND TO VD-COD
              PERFORM 032-INCLUIR-VENDEDOR
              IF WS-VT-ACHOU = 'S'
                 ADD 1 TO WS-CTRESERVA
                 ADD 1 TO WS-VT-RES-A (WS-VT-IDX, WS-RES-I)
                 IF WS-AAMM-EVENTO = WS-REF-AAMM
                    ADD 1 TO WS-VT-RES-M (WS-VT-IDX, WS-RES-I)
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    SECAO DO MES - COPIAR O MES P/ A AREA DA SECAO, CALCULAR,
      *    CLASSIFICAR, IMPRIMIR E DEVOLVER O RANKING A TABELA
      *--------------------------------------------------------------*
       050-EMITIR-MES.

           MOVE 'NO MES DE'  TO WS-SC-TITULO
           PERFORM 051-COPIAR-MES
              VARYING WS-VT-I FROM 1 BY 1
              UNTIL WS-VT-I > WS-QTDE-VEND
           PERFORM 065-CALCULAR-SECAO
           PERFORM 070-CLASSIFICAR-SECAO
           PERFORM 075-IMPRIMIR-SECAO
           PERFORM 052-DEVOLVER-MES
              VARYING WS-VT-I FROM 1 BY 1
              UNTIL WS-VT-I > WS-QTDE-VEND
           .
       051-COPIAR-MES.

           MOVE WS-VT-MES (WS-VT-I) TO WS-SC-VENDEDOR (WS-VT-I)
           .
       052-DEVOLVER-MES.

           MOVE WS-SC-VENDEDOR (WS-VT-I) TO WS-VT-MES (WS-VT-I)
           .
      *--------------------------------------------------------------*
      *    SECAO DO ACUMULADO DO ANO - MESMO ROTEIRO DO MES
      *--------------------------------------------------------------*
       055-EMITIR-ANO.

           MOVE 'ACUMULADO ATE' TO WS-SC-TITULO
           PERFORM 056-COPIAR-ANO
              VARYING WS-VT-I FROM 1 BY 1
              UNTIL WS-VT-I > WS-QTDE-VEND
           PERFORM 065-CALCULAR-SECAO
           PERFORM 070-CLASSIFICAR-SECAO
           PERFORM 075-IMPRIMIR-SECAO
           PERFORM 057-DEVOLVER-ANO
              VARYING WS-VT-I FROM 1 BY 1
              UNTIL WS-VT-I > WS-QTDE-VEND
           .
       056-COPIAR-ANO.

           MOVE WS-VT-ANO (WS-VT-I) TO WS-SC-VENDEDOR (WS-VT-I)
           .
       057-DEVOLVER-ANO.

           MOVE WS-SC-VENDEDOR (WS-VT-I) TO WS-VT-ANO (WS-VT-I)
           .
      *--------------------------------------------------------------*
      *    GRAVAR A OCORRENCIA NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * OCORRENCIA: ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG054'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'VENDEDORES'    TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    PERCENTUAIS DE ATINGIMENTO E TOTAIS DA SECAO - ENTRA NA
      *    SECAO O VENDEDOR ATIVO NO CADASTRO OU QUEM TEVE COTA,
      *    VENDA OU RESERVA NO PERIODO
      *--------------------------------------------------------------*
       065-CALCULAR-SECAO.

           INITIALIZE WS-SC-TOTAIS
           PERFORM 066-CALCULAR-VENDEDOR
              VARYING WS-VT-I FROM 1 BY 1
              UNTIL WS-VT-I > WS-QTDE-VEND

           MOVE WS-SC-TOT-QTD      TO WS-PC-REALIZADO
           MOVE WS-SC-TOT-META-QTD TO WS-PC-BASE
           PERFORM 068-CALCULAR-PERCENTUAL
           MOVE WS-PC-RESULTADO    TO WS-SC-TOT-PCT-QTD
           MOVE WS-SC-TOT-VAL      TO WS-PC-REALIZADO
           MOVE WS-SC-TOT-META-VAL TO WS-PC-BASE
           PERFORM 068-CALCULAR-PERCENTUAL
           MOVE WS-PC-RESULTADO    TO WS-SC-TOT-PCT-VAL
           .
       066-CALCULAR-VENDEDOR.

           IF WS-VT-ATIVO (WS-VT-I) = 'S' OR
              WS-SC-META-QTD (WS-VT-I) > ZEROS OR
              WS-SC-META-VAL (WS-VT-I) > ZEROS OR
              WS-SC-QTD (WS-VT-I) > ZEROS OR
              WS-SC-RES (WS-VT-I, 1) > ZEROS OR
              WS-SC-RES (WS-VT-I, 2) > ZEROS OR
              WS-SC-RES (WS-VT-I, 3) > ZEROS OR
              WS-SC-RES (WS-VT-I, 4) > ZEROS
              MOVE 'S' TO WS-SC-PART (WS-VT-I)
           ELSE
              MOVE 'N' TO WS-SC-PART (WS-VT-I)
           END-IF

           MOVE WS-SC-QTD (WS-VT-I)      TO WS-PC-REALIZADO
           MOVE WS-SC-META-QTD (WS-VT-I) TO WS-PC-BASE
           PERFORM 068-CALCULAR-PERCENTUAL
           MOVE WS-PC-RESULTADO TO WS-SC-PCT-QTD (WS-VT-I)
           MOVE WS-SC-VAL (WS-VT-I)      TO WS-PC-REALIZADO
           MOVE WS-SC-META-VAL (WS-VT-I) TO WS-PC-BASE
           PERFORM 068-CALCULAR-PERCENTUAL
           MOVE WS-PC-RESULTADO TO WS-SC-PCT-VAL (WS-VT-I)

           IF WS-SC-PART (WS-VT-I) = 'S'
              ADD WS-SC-META-QTD (WS-VT-I) TO WS-SC-TOT-META-QTD
              ADD WS-SC-META-VAL (WS-VT-I) TO WS-SC-TOT-META-VAL
              ADD WS-SC-QTD (WS-VT-I)      TO WS-SC-TOT-QTD
              ADD WS-SC-VAL (WS-VT-I)      TO WS-SC-TOT-VAL
              PERFORM 067-SOMAR-RESERVAS
                 VARYING WS-RES-I FROM 1 BY 1 UNTIL WS-RES-I > 4
           END-IF
           .
       067-SOMAR-RESERVAS.

           ADD WS-SC-RES (WS-VT-I, WS-RES-I) TO
               WS-SC-TOT-RES (WS-RES-I)
           .
      *--------------------------------------------------------------*
      *    PERCENTUAL = REALIZADO / BASE * 100 (BASE ZERADA = SEM
      *    COTA, PERCENTUAL ZERO); ACIMA DE 9999,9% FICA NO TETO
      *--------------------------------------------------------------*
       068-CALCULAR-PERCENTUAL.

           IF WS-PC-BASE = ZEROS
              MOVE ZEROS TO WS-PC-RESULTADO
           ELSE
              COMPUTE WS-PC-RESULTADO ROUNDED =
                  WS-PC-REALIZADO * 100 / WS-PC-BASE
                  ON SIZE ERROR
                      MOVE 9999,9 TO WS-PC-RESULTADO
              END-COMPUTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    RANKING DA SECAO - POSICAO = 1 + QUANTOS VENDEDORES DA
      *    SECAO ESTAO A FRENTE. FICA A FRENTE QUEM TEM COTA DE VALOR
      *    SOBRE QUEM NAO TEM; ENTRE IGUAIS, O MAIOR % DO VALOR, DEPOIS
      *    O MAIOR VALOR VENDIDO E, POR FIM, O MENOR CODIGO
      *--------------------------------------------------------------*
       070-CLASSIFICAR-SECAO.

           PERFORM 071-CLASSIFICAR-VENDEDOR
              VARYING WS-VT-I FROM 1 BY 1
              UNTIL WS-VT-I > WS-QTDE-VEND
           .
       071-CLASSIFICAR-VENDEDOR.

           MOVE ZEROS TO WS-SC-RANK (WS-VT-I)
           IF WS-SC-PART (WS-VT-I) = 'S'
              MOVE 1 TO WS-RANK
              PERFORM 072-COMPARAR-POSICAO
                 VARYING WS-VT-J FROM 1 BY 1
                 UNTIL WS-VT-J > WS-QTDE-VEND
              MOVE WS-RANK TO WS-SC-RANK (WS-VT-I)
           END-IF
           .
       072-COMPARAR-POSICAO.

           MOVE 'N' TO WS-J-MELHOR
           IF WS-VT-J NOT = WS-VT-I AND WS-SC-PART (WS-VT-J) = 'S'
              IF WS-SC-META-VAL (WS-VT-J) > ZEROS AND
                 WS-SC-META-VAL (WS-VT-I) = ZEROS
                 MOVE 'S' TO WS-J-MELHOR
              ELSE
              IF (WS-SC-META-VAL (WS-VT-J) > ZEROS AND
                  WS-SC-META-VAL (WS-VT-I) > ZEROS) OR
                 (WS-SC-META-VAL (WS-VT-J) = ZEROS AND
                  WS-SC-META-VAL (WS-VT-I) = ZEROS)
                 PERFORM 073-COMPARAR-DESEMPENHO
              END-IF
              END-IF
           END-IF
           IF WS-J-MELHOR = 'S'
              ADD 1 TO WS-RANK
           END-IF
           .
       073-COMPARAR-DESEMPENHO.

           IF WS-SC-PCT-VAL (WS-VT-J) > WS-SC-PCT-VAL (WS-VT-I)
              MOVE 'S' TO WS-J-MELHOR
           ELSE
           IF WS-SC-PCT-VAL (WS-VT-J) = WS-SC-PCT-VAL (WS-VT-I)
              IF WS-SC-VAL (WS-VT-J) > WS-SC-VAL (WS-VT-I)
                 MOVE 'S' TO WS-J-MELHOR
              ELSE
              IF WS-SC-VAL (WS-VT-J) = WS-SC-VAL (WS-VT-I) AND
                 WS-VT-COD (WS-VT-J) < WS-VT-COD (WS-VT-I)
                 MOVE 'S' TO WS-J-MELHOR
              END-IF
              END-IF
           END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A SECAO NA ORDEM DO RANKING, COM A LINHA DE TOTAL
      *--------------------------------------------------------------*
       075-IMPRIMIR-SECAO.

           MOVE WS-SC-TITULO TO LT-SECAO
           MOVE WS-REF-MES   TO LT-MES
           MOVE WS-REF-ANO   TO LT-ANO
           MOVE WS-DATA-EXEC TO LT-DATA-EXEC
           MOVE WS-LIN-TITULO TO WS-REG-DESEMREL
           WRITE WS-REG-DESEMREL
           MOVE WS-LIN-CAB-COTA TO WS-REG-DESEMREL
           WRITE WS-REG-DESEMREL
           MOVE ALL '-' TO WS-REG-DESEMREL
           WRITE WS-REG-DESEMREL

           PERFORM 076-IMPRIMIR-POSICAO
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-QTDE-VEND

           MOVE ALL '-' TO WS-REG-DESEMREL
           WRITE WS-REG-DESEMREL
           MOVE SPACES TO WS-LIN-DET-COTA
           MOVE ZEROS  TO LD-VEND
           MOVE 'TOTAL GERAL'       TO LD-NOME
           MOVE WS-SC-TOT-QTD       TO LD-QTD
           MOVE WS-SC-TOT-META-QTD  TO LD-META-QTD
           MOVE WS-SC-TOT-PCT-QTD   TO LD-PCT-QTD
           MOVE WS-SC-TOT-VAL       TO LD-VAL
           MOVE WS-SC-TOT-META-VAL  TO LD-META-VAL
           MOVE WS-SC-TOT-PCT-VAL   TO LD-PCT-VAL
           MOVE WS-LIN-DET-COTA TO WS-REG-DESEMREL
           WRITE WS-REG-DESEMREL
           MOVE SPACES TO WS-REG-DESEMREL
           WRITE WS-REG-DESEMREL
           .
       076-IMPRIMIR-POSICAO.

           PERFORM 077-IMPRIMIR-VENDEDOR
              VARYING WS-VT-I FROM 1 BY 1
              UNTIL WS-VT-I > WS-QTDE-VEND
           .
       077-IMPRIMIR-VENDEDOR.

           IF WS-SC-RANK (WS-VT-I) = WS-RANK
              MOVE WS-RANK                  TO LD-RANK
              MOVE WS-VT-COD (WS-VT-I)      TO LD-VEND
              MOVE WS-VT-NOME (WS-VT-I)     TO LD-NOME
              MOVE WS-SC-QTD (WS-VT-I)      TO LD-QTD
              MOVE WS-SC-META-QTD (WS-VT-I) TO LD-META-QTD
              MOVE WS-SC-VAL (WS-VT-I)      TO LD-VAL
              MOVE WS-SC-META-VAL (WS-VT-I) TO LD-META-VAL
              IF WS-SC-META-QTD (WS-VT-I) = ZEROS
                 MOVE '   -- '               TO LD-PCT-QTD-X
              ELSE
                 MOVE WS-SC-PCT-QTD (WS-VT-I) TO LD-PCT-QTD
              END-IF
              IF WS-SC-META-VAL (WS-VT-I) = ZEROS
                 MOVE '    -- '              TO LD-PCT-VAL-X
              ELSE
                 MOVE WS-SC-PCT-VAL (WS-VT-I) TO LD-PCT-VAL
              END-IF
              MOVE WS-LIN-DET-COTA TO WS-REG-DESEMREL
              WRITE WS-REG-DESEMREL
              IF WS-SC-TITULO = 'NO MES DE'
                 ADD 1 TO WS-CTIMPRESSO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    SECAO DE CONVERSAO DE RESERVAS - NA ORDEM DO RANKING DO
      *    MES, COM O MES E O ACUMULADO DO ANO LADO A LADO
      *--------------------------------------------------------------*
       080-IMPRIMIR-RESERVAS.

           MOVE 'CONVERSAO RESERVAS' TO LT-SECAO
           MOVE WS-LIN-TITULO TO WS-REG-DESEMREL
           WRITE WS-REG-DESEMREL
           MOVE WS-LIN-CAB-RESERVA TO WS-REG-DESEMREL
           WRITE WS-REG-DESEMREL
           MOVE WS-LIN-CAB-RESERVA2 TO WS-REG-DESEMREL
           WRITE WS-REG-DESEMREL
           MOVE ALL '-' TO WS-REG-DESEMREL
           WRITE WS-REG-DESEMREL

           PERFORM 081-IMPRIMIR-POSICAO
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-QTDE-VEND
           .
       081-IMPRIMIR-POSICAO.

           PERFORM 082-IMPRIMIR-CONVERSAO
              VARYING WS-VT-I FROM 1 BY 1
              UNTIL WS-VT-I > WS-QTDE-VEND
           .
       082-IMPRIMIR-CONVERSAO.

           IF WS-VT-RANK-M (WS-VT-I) = WS-RANK
              MOVE SPACES TO WS-LIN-DET-RESERVA
              MOVE WS-VT-COD (WS-VT-I)  TO LR-VEND
              MOVE WS-VT-NOME (WS-VT-I) TO LR-NOME
              PERFORM 083-MOVER-RESERVAS
                 VARYING WS-RES-I FROM 1 BY 1 UNTIL WS-RES-I > 4
              COMPUTE WS-PC-ENCERRADAS = WS-VT-RES-M (WS-VT-I, 2)
                  + WS-VT-RES-M (WS-VT-I, 3) + WS-VT-RES-M (WS-VT-I, 4)
              MOVE WS-VT-RES-M (WS-VT-I, 2) TO WS-PC-REALIZADO
              MOVE WS-PC-ENCERRADAS         TO WS-PC-BASE
              PERFORM 068-CALCULAR-PERCENTUAL
              MOVE WS-PC-RESULTADO          TO LR-CONV-M
              COMPUTE WS-PC-ENCERRADAS = WS-VT-RES-A (WS-VT-I, 2)
                  + WS-VT-RES-A (WS-VT-I, 3) + WS-VT-RES-A (WS-VT-I, 4)
              MOVE WS-VT-RES-A (WS-VT-I, 2) TO WS-PC-REALIZADO
              MOVE WS-PC-ENCERRADAS         TO WS-PC-BASE
              PERFORM 068-CALCULAR-PERCENTUAL
              MOVE WS-PC-RESULTADO          TO LR-CONV-A
              MOVE WS-LIN-DET-RESERVA TO WS-REG-DESEMREL
              WRITE WS-REG-DESEMREL
           END-IF
           .
       083-MOVER-RESERVAS.

           MOVE WS-VT-RES-M (WS-VT-I, WS-RES-I) TO
               LR-QTD-M (WS-RES-I)
           MOVE WS-VT-RES-A (WS-VT-I, WS-RES-I) TO
               LR-QTD-A (WS-RES-I)
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

           MOVE 'CGPRG054'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VENDAS LIDAS'                  TO CT-DESCRICAO
           MOVE WS-CTVENDA           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG054'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VENDAS NO MES'                 TO CT-DESCRICAO
           MOVE WS-CTVENDA-MES       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG054'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VENDAS NO ANO'                 TO CT-DESCRICAO
           MOVE WS-CTVENDA-ANO       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG054'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COTAS CONSIDERADAS'            TO CT-DESCRICAO
           MOVE WS-CTCOTA            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG054'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'EVENTOS DE RESERVA NO ANO'     TO CT-DESCRICAO
           MOVE WS-CTRESERVA         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG054'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VENDEDORES NO RELATORIO'       TO CT-DESCRICAO
           MOVE WS-CTIMPRESSO        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG054'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'OCORRENCIAS'                   TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE DESEMREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG054        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * VENDAS LIDAS...........: ' WS-CTVENDA
           DISPLAY ' * VENDAS NO MES..........: ' WS-CTVENDA-MES
           DISPLAY ' * VENDAS NO ANO..........: ' WS-CTVENDA-ANO
           DISPLAY ' * COTAS CONSIDERADAS.....: ' WS-CTCOTA
           DISPLAY ' * EVENTOS DE RESERVA.....: ' WS-CTRESERVA
           DISPLAY ' * VENDEDORES NO RELATORIO: ' WS-CTIMPRESSO
           DISPLAY ' * OCORRENCIAS............: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG054        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG054 <-------------------*
