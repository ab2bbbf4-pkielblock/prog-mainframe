       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG070.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 08/10/2026.
       DATE-COMPILED. 08/10/2026.
      *--------------------------------------------------------------*
      *    CALENDARIO DE PRODUCAO - CONFERENCIA DA MANHA DOS JOBS     *
      *    PERIODICOS. PARA CADA JOB DO CALENDARIO (CALPROD: REGRA    *
      *    DE FREQUENCIA, MESES E CARENCIA) APURA, EM DIAS UTEIS      *
      *    (FERIADOS NACIONAIS E DA UF), SE O JOB E DEVIDO HOJE E     *
      *    QUAL FOI A ULTIMA DATA DEVIDA ANTERIOR, E PROCURA A        *
      *    RODADA NO RUNCTL (CADEIA DO CGPRG001) E NO RUNHIST         *
      *    (CADEIA, VIA CGPRG041, E JOBS PERIODICOS, VIA CGRUNREG).   *
      *    O RELATORIO TRAZ OS JOBS DEVIDOS HOJE, OS QUE RODARAM E    *
      *    OS DEVIDOS QUE NAO RODARAM; O QUE PASSOU DA CARENCIA SEM   *
      *    RODAR VIRA ALERTA (CGALERTA) E SAI NO DIGESTO DO CGPRG042. *
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
           SELECT CALPROD   ASSIGN TO "CALPROD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CALPROD.
           SELECT FERIADOS  ASSIGN TO "FERIADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.
           SELECT RUNCTL    ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
           SELECT RUNHIST   ASSIGN TO "RUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS WS-FS-RUNHIST.
           SELECT CALREL    ASSIGN TO "CALREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CALREL.
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
      *-----> CARTAO (OPCIONAL): DATA DE REFERENCIA (AAAAMMDD - ZERO
      *       OU SEM CARTAO ASSUME HOJE) E UF DA INSTALACAO PARA OS
      *       FERIADOS ESTADUAIS (BRANCO ASSUME SP)
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-DATA-REF       PIC 9(08).
           05  WS-PARM-UF             PIC X(02).

       FD  CALPROD
           LABEL RECORDS ARE STANDARD.
           COPY CGCALPRD.

       FD  FERIADOS
           LABEL RECORDS ARE STANDARD.
           COPY CGFERIAD.

      *-----> CONTROLE DE EXECUCAO DA CADEIA - MESMO LAYOUT GRAVADO
      *       PELO CGPRG001
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-RUNCTL.
           05  RC-DATA-MOV            PIC 9(08).
           05  RC-PROGRAMA            PIC X(08).
           05  RC-STATUS              PIC X(08).
           05  RC-COD-RET             PIC 99.
           05  RC-HORA-INI            PIC 9(08).
           05  RC-HORA-FIM            PIC 9(08).

      *-----> HISTORICO DE TEMPOS - MESMO LAYOUT DO CGPRG041
       FD  RUNHIST
           LABEL RECORDS ARE STANDARD.
       01  RH-REG-HISTORICO.
           05  RH-CHAVE.
               10  RH-PROGRAMA         PIC X(08).
               10  RH-DATA             PIC 9(08).
           05  RH-SEGUNDOS             PIC 9(07).

       FD  CALREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CALREL              PIC X(80).

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.

       FD  EXCEPREL
           LABEL RECORDS ARE STANDARD.
           COPY CGEXCEP.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA DO GERADOR DE ALERTAS OPERACIONAIS (CGALERTA)
           COPY CGALRT.

      *-----> AREA AUXILIAR
       01  WS-AREA-AUX.
           05  WS-ABEND               PIC X(01) VALUE 'N'.
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-FIM-AUX             PIC X(01) VALUE 'N'.
           05  WS-FIM-HIST            PIC X(01).
           05  WS-TEM-RUNCTL          PIC X(01) VALUE 'N'.
           05  WS-TEM-RUNHIST         PIC X(01) VALUE 'N'.
           05  WS-REG-VALIDO          PIC X(01).
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTFERIADOS          PIC 9(05) VALUE ZEROS.
           05  WS-CTHOJE              PIC 9(05) VALUE ZEROS.
           05  WS-CTEXECUTADOS        PIC 9(05) VALUE ZEROS.
           05  WS-CTPENDENTES         PIC 9(05) VALUE ZEROS.
           05  WS-CTNAOEXEC           PIC 9(05) VALUE ZEROS.
           05  WS-CTEXCEC             PIC 9(05) VALUE ZEROS.
           05  WS-FS-SYSIN            PIC X(02).
           05  WS-FS-CALPROD          PIC X(02).
           05  WS-FS-FERIADOS         PIC X(02).
           05  WS-FS-RUNCTL           PIC X(02).
           05  WS-FS-RUNHIST          PIC X(02).
           05  WS-FS-CALREL           PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).

      *-----> DATA DE REFERENCIA DA CONFERENCIA E UF DA INSTALACAO
       77  WS-DATA-REF                PIC 9(08) VALUE ZEROS.
       77  WS-JDN-REF                 PIC 9(07).
       77  WS-UF-INST                 PIC X(02) VALUE 'SP'.
       01  WS-DATA-REF-R.
           05  WS-REF-ANO             PIC 9(04).
           05  WS-REF-MES             PIC 9(02).
           05  WS-REF-DIA             PIC 9(02).

      *-----> DIA JULIANO (CONTAGEM CONTINUA DE DIAS) - CONVERSAO DE
      *       E PARA AAAAMMDD SO COM DIVISAO INTEIRA, PARA ANDAR NO
      *       CALENDARIO E ACHAR O DIA DA SEMANA (MESMO CALCULO DO
      *       CGPRG069)
       77  WS-JDN                     PIC 9(07).
       01  WS-DJ-DATA                 PIC 9(08).
       01  WS-DJ-DATA-R  REDEFINES WS-DJ-DATA.
           05  WS-DJ-ANO              PIC 9(04).
           05  WS-DJ-MES              PIC 9(02).
           05  WS-DJ-DIA              PIC 9(02).
       01  WS-CALC-JDN.
           05  WS-J-A                 PIC 9(09).
           05  WS-J-B                 PIC 9(09).
           05  WS-J-C                 PIC 9(09).
           05  WS-J-D                 PIC 9(09).
           05  WS-J-E                 PIC 9(09).
           05  WS-J-M                 PIC 9(09).
           05  WS-J-Y                 PIC 9(09).
           05  WS-J-T1                PIC 9(09).
           05  WS-J-T2                PIC 9(09).
           05  WS-J-T3                PIC 9(09).
           05  WS-J-T4                PIC 9(09).
           05  WS-J-T5                PIC 9(09).
           05  WS-J-RESTO             PIC 9(01).

      *-----> DIAS SEM EXPEDIENTE (FERIADOS E PONTOS NACIONAIS E DA
      *       UF DA INSTALACAO), PELO DIA JULIANO
       77  WS-QTDE-FER                PIC 9(03) VALUE ZEROS.
       77  WS-FR-I                    PIC 9(03).
       77  WS-DIA-UTIL                PIC X(01).
       01  WS-TAB-FERIADOS.
           05  WS-FERIADO  OCCURS 400 TIMES.
               10  WS-FR-JDN            PIC 9(07).

      *-----> RUNCTL DA ULTIMA CADEIA (PROGRAMA, DATA E STATUS)
       77  WS-QTDE-RC                 PIC 9(02) VALUE ZEROS.
       77  WS-RC-I                    PIC 9(02).
       01  WS-TAB-RUNCTL.
           05  WS-RC-ENTRADA  OCCURS 30 TIMES.
               10  WS-RC-PROGRAMA      PIC X(08).
               10  WS-RC-DATA          PIC 9(08).
               10  WS-RC-STATUS        PIC X(08).

      *-----> CALENDARIO CARREGADO E O RESULTADO DA CONFERENCIA
      *       WS-CP-HOJE     : 'S' = DEVIDO NA DATA DE REFERENCIA
      *       WS-CP-SIT-HOJE : 'E' = JA EXECUTADO, 'A' = A EXECUTAR
      *       WS-CP-SIT      : ULTIMA DATA DEVIDA ANTERIOR -
      *                        'E' = EXECUTADO, 'P' = PENDENTE DENTRO
      *                        DA CARENCIA, 'N' = NAO EXECUTADO
       77  WS-QTDE-CP                 PIC 9(02) VALUE ZEROS.
       77  WS-CP-I                    PIC 9(02).
       77  WS-MX                      PIC 9(02).
       77  WS-QT-LINHAS               PIC 9(02).
       01  WS-TAB-CALENDARIO.
           05  WS-CALEND  OCCURS 50 TIMES.
               10  WS-CP-PROGRAMA      PIC X(08).
               10  WS-CP-REGRA         PIC X(01).
               10  WS-CP-DIA-UTIL      PIC 9(02).
               10  WS-CP-MESES.
                   15  WS-CP-MES  OCCURS 12 TIMES PIC X(01).
               10  WS-CP-TOLERANCIA    PIC 9(02).
               10  WS-CP-DESCRICAO     PIC X(30).
               10  WS-CP-HOJE          PIC X(01).
               10  WS-CP-SIT-HOJE      PIC X(01).
               10  WS-CP-EXEC-HOJE     PIC 9(08).
               10  WS-CP-ULT-DATA      PIC 9(08).
               10  WS-CP-SIT           PIC X(01).
               10  WS-CP-EXEC-DATA     PIC 9(08).
               10  WS-CP-PRAZO         PIC 9(08).

      *-----> APURACAO DA DATA DEVIDA E DA RODADA
       01  WS-AREA-APURACAO.
           05  WS-CA-ANO              PIC 9(04).
           05  WS-CA-MES              PIC 9(02).
           05  WS-DEV-JDN             PIC 9(07).
           05  WS-ULT-JDN             PIC 9(07).
           05  WS-DESDE-DATA          PIC 9(08).
           05  WS-ACHOU-DATA          PIC 9(08).
           05  WS-DATA-NORM           PIC 9(08).
           05  WS-QT-DIAS-UTEIS       PIC 9(02).

      *-----> EDICAO DE DATA
       01  WS-DATA-TRAB               PIC 9(08).
       01  WS-DATA-TRAB-R  REDEFINES WS-DATA-TRAB.
           05  WS-DT-ANO              PIC 9(04).
           05  WS-DT-MES              PIC 9(02).
           05  WS-DT-DIA              PIC 9(02).
       01  WS-DATA-ED.
           05  WS-DE-DIA              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-DE-MES              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-DE-ANO              PIC 9(04).

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05  FILLER              PIC X(50) VALUE
               'CGPRG070 - CALENDARIO DE PRODUCAO - CONFERENCIA'.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'DATA    '.
           05  LT-DATA             PIC X(10).
       01  WS-LIN-CAB-HOJE.
           05  FILLER              PIC X(40) VALUE
               'PROGRAMA DESCRICAO                      '.
           05  FILLER              PIC X(40) VALUE
               'REGRA  SITUACAO'.
       01  WS-LIN-DET-HOJE.
           05  LH-PROGRAMA         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LH-DESCRICAO        PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LH-REGRA            PIC X(01).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  LH-SITUACAO         PIC X(33).
       01  WS-LIN-CAB-ULTIMA.
           05  FILLER              PIC X(40) VALUE
               'PROGRAMA DESCRICAO                      '.
           05  FILLER              PIC X(40) VALUE
               'DEVIDO EM   '.
       01  WS-LIN-DET-ULTIMA.
           05  LU-PROGRAMA         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LU-DESCRICAO        PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LU-DEVIDO           PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LU-SITUACAO         PIC X(28).
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG070.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG070 - CALENDARIO DE PRODUCAO"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 030-APURAR-JOB
                 VARYING WS-CP-I FROM 1 BY 1
                 UNTIL WS-CP-I > WS-QTDE-CP
              PERFORM 050-IMPRIMIR-DEVIDOS-HOJE
              PERFORM 055-IMPRIMIR-EXECUTADOS
              PERFORM 058-IMPRIMIR-NAO-EXECUTADOS
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - SEM O CALENDARIO NAO HA O QUE
      *    CONFERIR (RC 08); SEM FERIADOS, RUNCTL OU RUNHIST A
      *    CONFERENCIA SEGUE COM O QUE HOUVER
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           MOVE WS-DATA-HOJE TO WS-DATA-REF
           PERFORM 015-LER-CARTAO
           IF WS-ABEND NOT = 'S'
              OPEN INPUT CALPROD
              IF WS-FS-CALPROD NOT = '00'
                 DISPLAY ' * ERRO ABRINDO CALPROD - FS=' WS-FS-CALPROD
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              MOVE WS-DATA-REF TO WS-DATA-REF-R
              MOVE WS-DATA-REF TO WS-DJ-DATA
              PERFORM 070-CALCULAR-JDN
              MOVE WS-JDN TO WS-JDN-REF
              DISPLAY 'DATA DE REFERENCIA: ' WS-DATA-REF
                  ' - UF: ' WS-UF-INST
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              PERFORM 020-CARREGAR-FERIADOS
              PERFORM 022-CARREGAR-RUNCTL
              OPEN INPUT RUNHIST
              IF WS-FS-RUNHIST NOT = '00'
                 DISPLAY ' * RUNHIST NAO ABERTO - FS=' WS-FS-RUNHIST
                     ' - SO O RUNCTL E CONFERIDO'
              ELSE
                 MOVE 'S' TO WS-TEM-RUNHIST
              END-IF
              PERFORM 025-LER-CALENDARIO UNTIL WS-FIM = 'S'
              CLOSE CALPROD
              OPEN OUTPUT CALREL
              MOVE WS-DATA-REF TO WS-DATA-TRAB
              PERFORM 079-EDITAR-DATA
              MOVE WS-DATA-ED  TO LT-DATA
              MOVE WS-LIN-TITULO TO WS-REG-CALREL
              WRITE WS-REG-CALREL
              MOVE ALL '=' TO WS-REG-CALREL
              WRITE WS-REG-CALREL
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
      *    CARTAO OPCIONAL - DATA DE REFERENCIA PARA REPETIR A
      *    CONFERENCIA DE OUTRO DIA E UF DA INSTALACAO
      *--------------------------------------------------------------*
       015-LER-CARTAO.

           OPEN INPUT SYSIN
           IF WS-FS-SYSIN = '00'
              READ SYSIN
                  AT END
                      CONTINUE
                  NOT AT END
                      PERFORM 016-APLICAR-CARTAO
              END-READ
              CLOSE SYSIN
           END-IF
           .
       016-APLICAR-CARTAO.

           IF WS-PARM-DATA-REF NUMERIC AND WS-PARM-DATA-REF > ZEROS
              MOVE WS-PARM-DATA-REF TO WS-DATA-TRAB
              PERFORM 017-VALIDAR-DATA
              IF WS-REG-VALIDO = 'N'
                 DISPLAY ' * ERRO: DATA INVALIDA NO CARTAO - '
                     WS-PARM-DATA-REF
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 MOVE WS-PARM-DATA-REF TO WS-DATA-REF
              END-IF
           END-IF
           IF WS-PARM-UF NOT = SPACES
              MOVE WS-PARM-UF TO WS-UF-INST
           END-IF
           .
      *--------------------------------------------------------------*
      *    DATA EM WS-DATA-TRAB: VALIDA SE VOLTAR IGUAL DO DIA JULIANO
      *    (31/02 VOLTA 03/03); DEVOLVE O DIA JULIANO EM WS-JDN
      *--------------------------------------------------------------*
       017-VALIDAR-DATA.

           MOVE 'S' TO WS-REG-VALIDO
           IF WS-DATA-TRAB NOT NUMERIC
              MOVE 'N' TO WS-REG-VALIDO
           ELSE
              IF WS-DT-ANO < 2000 OR
                 WS-DT-MES < 01 OR WS-DT-MES > 12 OR
                 WS-DT-DIA < 01 OR WS-DT-DIA > 31
                 MOVE 'N' TO WS-REG-VALIDO
              ELSE
                 MOVE WS-DATA-TRAB TO WS-DJ-DATA
                 PERFORM 070-CALCULAR-JDN
                 PERFORM 071-CALCULAR-DATA
                 IF WS-DJ-DATA NOT = WS-DATA-TRAB
                    MOVE 'N' TO WS-REG-VALIDO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    FERIADOS - OS NACIONAIS E OS DA UF DA INSTALACAO, FERIADO
      *    OU PONTO; SEM O ARQUIVO SO SABADO E DOMINGO NAO SAO UTEIS
      *--------------------------------------------------------------*
       020-CARREGAR-FERIADOS.

           OPEN INPUT FERIADOS
           IF WS-FS-FERIADOS NOT = '00'
              DISPLAY ' * FERIADOS NAO ABERTO - FS=' WS-FS-FERIADOS
                  ' - SO FIM DE SEMANA NAO E DIA UTIL'
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 021-LER-FERIADO UNTIL WS-FIM-AUX = 'S'
              CLOSE FERIADOS
           END-IF
           .
       021-LER-FERIADO.

           READ FERIADOS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   MOVE FE-DATA TO WS-DATA-TRAB
                   PERFORM 017-VALIDAR-DATA
                   IF WS-REG-VALIDO = 'N'
                      MOVE SPACES  TO WS-CHAVE-EXC
                      MOVE FE-REG-FERIADO (1:8) TO WS-CHAVE-EXC (1:8)
                      MOVE 'DATA DO FERIADO INVALIDA' TO WS-MOTIVO-EXC
                      PERFORM 060-GRAVAR-EXCECAO
                   ELSE
                      IF FE-TIPO = 'N' OR
                         (FE-TIPO = 'E' AND FE-UF = WS-UF-INST)
                         IF WS-QTDE-FER < 400
                            ADD 1 TO WS-QTDE-FER
                            ADD 1 TO WS-CTFERIADOS
                            MOVE WS-JDN TO WS-FR-JDN (WS-QTDE-FER)
                         ELSE
                            MOVE SPACES  TO WS-CHAVE-EXC
                            MOVE FE-REG-FERIADO (1:8) TO
                                WS-CHAVE-EXC (1:8)
                            MOVE 'TABELA DE FERIADOS CHEIA (400)' TO
                                WS-MOTIVO-EXC
                            PERFORM 060-GRAVAR-EXCECAO
                         END-IF
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    RUNCTL DA ULTIMA CADEIA - SO OS PASSOS 'OK' CONTAM COMO
      *    RODADA; O QUE NAO COUBE NA TABELA VAI PARA O EXCEPREL
      *--------------------------------------------------------------*
       022-CARREGAR-RUNCTL.

           OPEN INPUT RUNCTL
           IF WS-FS-RUNCTL NOT = '00'
              DISPLAY ' * RUNCTL NAO ABERTO - FS=' WS-FS-RUNCTL
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 023-LER-RUNCTL UNTIL WS-FIM-AUX = 'S'
              CLOSE RUNCTL
           END-IF
           .
       023-LER-RUNCTL.

           READ RUNCTL
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF RC-STATUS = 'OK'
                      IF WS-QTDE-RC < 30
                         ADD 1 TO WS-QTDE-RC
                         MOVE RC-PROGRAMA TO WS-RC-PROGRAMA (WS-QTDE-RC)
                         MOVE RC-DATA-MOV TO WS-RC-DATA (WS-QTDE-RC)
                         MOVE RC-STATUS   TO WS-RC-STATUS (WS-QTDE-RC)
                      ELSE
                         MOVE SPACES      TO WS-CHAVE-EXC
                         MOVE RC-PROGRAMA TO WS-CHAVE-EXC (1:8)
                         MOVE 'TABELA DO RUNCTL CHEIA (30)' TO
                             WS-MOTIVO-EXC
                         PERFORM 060-GRAVAR-EXCECAO
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    LER E CRITICAR O CALENDARIO DE PRODUCAO
      *--------------------------------------------------------------*
       025-LER-CALENDARIO.

           READ CALPROD
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
                   PERFORM 026-CRITICAR-CALENDARIO
                   IF WS-REG-VALIDO = 'S'
                      IF WS-QTDE-CP = 50
                         MOVE 'N' TO WS-REG-VALIDO
                         MOVE 'CALENDARIO CHEIO (50)' TO WS-MOTIVO-EXC
                      ELSE
                         PERFORM 027-GUARDAR-CALENDARIO
                      END-IF
                   END-IF
                   IF WS-REG-VALIDO = 'N'
                      MOVE SPACES      TO WS-CHAVE-EXC
                      MOVE CP-PROGRAMA TO WS-CHAVE-EXC (1:8)
                      PERFORM 060-GRAVAR-EXCECAO
                   END-IF
           END-READ
           .
       026-CRITICAR-CALENDARIO.

           MOVE 'S' TO WS-REG-VALIDO
           IF CP-PROGRAMA = SPACES
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'PROGRAMA EM BRANCO' TO WS-MOTIVO-EXC
           ELSE
           IF CP-REGRA NOT = 'D' AND CP-REGRA NOT = 'P' AND
              CP-REGRA NOT = 'U' AND CP-REGRA NOT = 'N'
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'REGRA DE CALENDARIO INVALIDA' TO WS-MOTIVO-EXC
           ELSE
           IF CP-REGRA = 'N' AND
              (CP-DIA-UTIL NOT NUMERIC OR CP-DIA-UTIL = ZEROS OR
               CP-DIA-UTIL > 20)
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'DIA UTIL DA REGRA N INVALIDO' TO WS-MOTIVO-EXC
           ELSE
           IF CP-TOLERANCIA NOT NUMERIC OR CP-TOLERANCIA > 20
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'CARENCIA INVALIDA' TO WS-MOTIVO-EXC
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REG-VALIDO = 'S'
              PERFORM 028-CRITICAR-MES
                 VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
           END-IF
           .
       027-GUARDAR-CALENDARIO.

           ADD 1 TO WS-QTDE-CP
           INITIALIZE WS-CALEND (WS-QTDE-CP)
           MOVE CP-PROGRAMA   TO WS-CP-PROGRAMA   (WS-QTDE-CP)
           MOVE CP-REGRA      TO WS-CP-REGRA      (WS-QTDE-CP)
           MOVE CP-MESES      TO WS-CP-MESES      (WS-QTDE-CP)
           MOVE CP-TOLERANCIA TO WS-CP-TOLERANCIA (WS-QTDE-CP)
           MOVE CP-DESCRICAO  TO WS-CP-DESCRICAO  (WS-QTDE-CP)
           IF CP-REGRA = 'N'
              MOVE CP-DIA-UTIL TO WS-CP-DIA-UTIL (WS-QTDE-CP)
           END-IF
           .
       028-CRITICAR-MES.

           IF CP-MES (WS-MX) NOT = 'S' AND CP-MES (WS-MX) NOT = 'N'
              AND CP-MES (WS-MX) NOT = SPACE
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'MESES DO CALENDARIO INVALIDOS' TO WS-MOTIVO-EXC
           END-IF
           .
      *--------------------------------------------------------------*
      *    APURAR UM JOB DO CALENDARIO: DEVIDO HOJE? ULTIMA DATA
      *    DEVIDA ANTERIOR? RODOU DESDE ENTAO? PASSOU DA CARENCIA?
      *--------------------------------------------------------------*
       030-APURAR-JOB.

           MOVE 'N'   TO WS-CP-HOJE (WS-CP-I)
           MOVE ZEROS TO WS-ULT-JDN
           IF WS-CP-REGRA (WS-CP-I) = 'D'
              PERFORM 031-APURAR-DIARIO
           ELSE
              MOVE WS-REF-ANO TO WS-CA-ANO
              MOVE WS-REF-MES TO WS-CA-MES
      *       ATE UM ANO PARA TRAS (O SEMESTRAL E O TRIMESTRAL TEM A
      *       ULTIMA DATA DEVIDA A ATE SEIS MESES)
              PERFORM 032-APURAR-MES
                 VARYING WS-MX FROM 1 BY 1
                 UNTIL WS-MX > 13 OR WS-ULT-JDN > ZEROS
           END-IF

           IF WS-CP-HOJE (WS-CP-I) = 'S'
              ADD 1 TO WS-CTHOJE
              MOVE WS-DATA-REF TO WS-DESDE-DATA
              PERFORM 040-PROCURAR-RODADA
              MOVE WS-ACHOU-DATA TO WS-CP-EXEC-HOJE (WS-CP-I)
              IF WS-ACHOU-DATA > ZEROS
                 MOVE 'E' TO WS-CP-SIT-HOJE (WS-CP-I)
              ELSE
                 MOVE 'A' TO WS-CP-SIT-HOJE (WS-CP-I)
              END-IF
           END-IF

           IF WS-ULT-JDN > ZEROS
              MOVE WS-ULT-JDN TO WS-JDN
              PERFORM 071-CALCULAR-DATA
              MOVE WS-DJ-DATA TO WS-CP-ULT-DATA (WS-CP-I)
              MOVE WS-DJ-DATA TO WS-DESDE-DATA
              PERFORM 040-PROCURAR-RODADA
              MOVE WS-ACHOU-DATA TO WS-CP-EXEC-DATA (WS-CP-I)
      *       PRAZO = DATA DEVIDA + CARENCIA EM DIAS UTEIS
              MOVE WS-ULT-JDN TO WS-JDN
              PERFORM 075-PROXIMO-DIA-UTIL
                 WS-CP-TOLERANCIA (WS-CP-I) TIMES
              PERFORM 071-CALCULAR-DATA
              MOVE WS-DJ-DATA TO WS-CP-PRAZO (WS-CP-I)
              IF WS-ACHOU-DATA > ZEROS
                 MOVE 'E' TO WS-CP-SIT (WS-CP-I)
                 ADD 1 TO WS-CTEXECUTADOS
              ELSE
                 IF WS-JDN-REF NOT > WS-JDN
                    MOVE 'P' TO WS-CP-SIT (WS-CP-I)
                    ADD 1 TO WS-CTPENDENTES
                 ELSE
                    MOVE 'N' TO WS-CP-SIT (WS-CP-I)
                    ADD 1 TO WS-CTNAOEXEC
                    PERFORM 045-ALERTAR-NAO-EXECUTADO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRA 'D' - DEVIDO HOJE SE HOJE E DIA UTIL; A ULTIMA DATA
      *    DEVIDA E O DIA UTIL ANTERIOR
      *--------------------------------------------------------------*
       031-APURAR-DIARIO.

           MOVE WS-JDN-REF TO WS-JDN
           PERFORM 072-TESTAR-DIA-UTIL
           IF WS-DIA-UTIL = 'S'
              MOVE 'S' TO WS-CP-HOJE (WS-CP-I)
           END-IF
           COMPUTE WS-JDN = WS-JDN-REF - 1
           PERFORM 073-RECUAR-DIA-UTIL
           MOVE WS-JDN TO WS-ULT-JDN
           .
      *--------------------------------------------------------------*
      *    REGRAS MENSAIS - DO MES DA REFERENCIA PARA TRAS: A DATA
      *    DEVIDA DO MES QUE CAI HOJE MARCA O DEVIDO HOJE; A PRIMEIRA
      *    ANTES DE HOJE E A ULTIMA DATA DEVIDA
      *--------------------------------------------------------------*
       032-APURAR-MES.

           IF WS-CP-MESES (WS-CP-I) = SPACES OR
              WS-CP-MES (WS-CP-I, WS-CA-MES) = 'S'
              PERFORM 033-CALCULAR-DEVIDA
              IF WS-DEV-JDN = WS-JDN-REF
                 MOVE 'S' TO WS-CP-HOJE (WS-CP-I)
              ELSE
                 IF WS-DEV-JDN < WS-JDN-REF
                    MOVE WS-DEV-JDN TO WS-ULT-JDN
                 END-IF
              END-IF
           END-IF
           IF WS-CA-MES = 01
              MOVE 12 TO WS-CA-MES
              SUBTRACT 1 FROM WS-CA-ANO
           ELSE
              SUBTRACT 1 FROM WS-CA-MES
           END-IF
           .
       033-CALCULAR-DEVIDA.

           MOVE WS-CA-ANO TO WS-DJ-ANO
           MOVE WS-CA-MES TO WS-DJ-MES
           MOVE 01        TO WS-DJ-DIA
           EVALUATE WS-CP-REGRA (WS-CP-I)
               WHEN 'P'
                   PERFORM 070-CALCULAR-JDN
                   PERFORM 074-AVANCAR-DIA-UTIL
               WHEN 'N'
                   PERFORM 070-CALCULAR-JDN
                   PERFORM 074-AVANCAR-DIA-UTIL
                   COMPUTE WS-QT-DIAS-UTEIS =
                       WS-CP-DIA-UTIL (WS-CP-I) - 1
                   PERFORM 075-PROXIMO-DIA-UTIL
                       WS-QT-DIAS-UTEIS TIMES
               WHEN 'U'
      *            DIA 1 DO MES SEGUINTE MENOS UM
                   IF WS-CA-MES = 12
                      ADD 1     TO WS-DJ-ANO
                      MOVE 01   TO WS-DJ-MES
                   ELSE
                      ADD 1     TO WS-DJ-MES
                   END-IF
                   PERFORM 070-CALCULAR-JDN
                   SUBTRACT 1 FROM WS-JDN
                   PERFORM 073-RECUAR-DIA-UTIL
           END-EVALUATE
           MOVE WS-JDN TO WS-DEV-JDN
           .
      *--------------------------------------------------------------*
      *    PROCURAR UMA RODADA DO JOB ENTRE WS-DESDE-DATA E A DATA DE
      *    REFERENCIA - PRIMEIRO NO RUNCTL (PASSO 'OK' DA CADEIA),
      *    DEPOIS NO RUNHIST. AS DATAS DOS DOIS ARQUIVOS VEM DO
      *    ACCEPT FROM DATE (00AAMMDD) OU DO CARTAO DO CGPRG001
      *    (AAAAMMDD) - NORMALIZADAS PARA AAAAMMDD
      *--------------------------------------------------------------*
       040-PROCURAR-RODADA.

           MOVE ZEROS TO WS-ACHOU-DATA
           PERFORM 041-COMPARAR-RUNCTL
              VARYING WS-RC-I FROM 1 BY 1
              UNTIL WS-RC-I > WS-QTDE-RC OR WS-ACHOU-DATA > ZEROS
           IF WS-ACHOU-DATA = ZEROS AND WS-TEM-RUNHIST = 'S'
              MOVE 'N'   TO WS-FIM-HIST
              MOVE WS-CP-PROGRAMA (WS-CP-I) TO RH-PROGRAMA
              MOVE ZEROS TO RH-DATA
              START RUNHIST KEY >= RH-CHAVE
                  INVALID KEY
                      MOVE 'S' TO WS-FIM-HIST
              END-START
              PERFORM 042-LER-RUNHIST
                 UNTIL WS-FIM-HIST = 'S' OR WS-ACHOU-DATA > ZEROS
           END-IF
           .
       041-COMPARAR-RUNCTL.

           IF WS-RC-PROGRAMA (WS-RC-I) = WS-CP-PROGRAMA (WS-CP-I)
              MOVE WS-RC-DATA (WS-RC-I) TO WS-DATA-NORM
              PERFORM 043-TESTAR-JANELA
           END-IF
           .
       042-LER-RUNHIST.

           READ RUNHIST NEXT
               AT END
                   MOVE 'S' TO WS-FIM-HIST
               NOT AT END
                   IF RH-PROGRAMA NOT = WS-CP-PROGRAMA (WS-CP-I)
                      MOVE 'S' TO WS-FIM-HIST
                   ELSE
                      MOVE RH-DATA TO WS-DATA-NORM
                      PERFORM 043-TESTAR-JANELA
                   END-IF
           END-READ
           .
       043-TESTAR-JANELA.

           IF WS-DATA-NORM < 1000000
              ADD 20000000 TO WS-DATA-NORM
           END-IF
           IF WS-DATA-NORM NOT < WS-DESDE-DATA AND
              WS-DATA-NORM NOT > WS-DATA-REF
              MOVE WS-DATA-NORM TO WS-ACHOU-DATA
           END-IF
           .
      *--------------------------------------------------------------*
      *    JOB DEVIDO E NAO EXECUTADO DEPOIS DA CARENCIA - ALERTA NO
      *    ARQUIVO ALERTAS (O DIGESTO DO CGPRG042 LISTA O JOB)
      *--------------------------------------------------------------*
       045-ALERTAR-NAO-EXECUTADO.

           MOVE 'MSG'                    TO AL-FUNCAO
           MOVE WS-CP-PROGRAMA (WS-CP-I) TO AL-PROGRAMA
           MOVE WS-CP-ULT-DATA (WS-CP-I) TO AL-DATA
           MOVE 'JOB PERIODICO NAO EXECUTADO' TO AL-TEXTO
           CALL 'CGALERTA' USING AL-AREA
           .
      *--------------------------------------------------------------*
      *    SECAO 1 - JOBS DEVIDOS NA DATA DE REFERENCIA
      *--------------------------------------------------------------*
       050-IMPRIMIR-DEVIDOS-HOJE.

           MOVE 'JOBS DEVIDOS NA DATA DE REFERENCIA' TO WS-REG-CALREL
           WRITE WS-REG-CALREL
           MOVE WS-LIN-CAB-HOJE TO WS-REG-CALREL
           WRITE WS-REG-CALREL
           MOVE ZEROS TO WS-QT-LINHAS
           PERFORM 051-IMPRIMIR-HOJE
              VARYING WS-CP-I FROM 1 BY 1
              UNTIL WS-CP-I > WS-QTDE-CP
           IF WS-QT-LINHAS = ZEROS
              MOVE '  NENHUM JOB DEVIDO NA DATA' TO WS-REG-CALREL
              WRITE WS-REG-CALREL
           END-IF
           MOVE SPACES TO WS-REG-CALREL
           WRITE WS-REG-CALREL
           .
       051-IMPRIMIR-HOJE.

           IF WS-CP-HOJE (WS-CP-I) = 'S'
              ADD 1 TO WS-QT-LINHAS
              MOVE WS-CP-PROGRAMA (WS-CP-I)  TO LH-PROGRAMA
              MOVE WS-CP-DESCRICAO (WS-CP-I) TO LH-DESCRICAO
              MOVE WS-CP-REGRA (WS-CP-I)     TO LH-REGRA
              IF WS-CP-SIT-HOJE (WS-CP-I) = 'E'
                 MOVE WS-CP-EXEC-HOJE (WS-CP-I) TO WS-DATA-TRAB
                 PERFORM 079-EDITAR-DATA
                 MOVE SPACES TO LH-SITUACAO
                 STRING 'JA EXECUTADO EM ' DELIMITED BY SIZE
                        WS-DATA-ED         DELIMITED BY SIZE
                   INTO LH-SITUACAO
                 END-STRING
              ELSE
                 MOVE 'A EXECUTAR' TO LH-SITUACAO
              END-IF
              MOVE WS-LIN-DET-HOJE TO WS-REG-CALREL
              WRITE WS-REG-CALREL
           END-IF
           .
      *--------------------------------------------------------------*
      *    SECAO 2 - JOBS QUE RODARAM DESDE A ULTIMA DATA DEVIDA
      *--------------------------------------------------------------*
       055-IMPRIMIR-EXECUTADOS.

           MOVE 'JOBS EXECUTADOS (ULTIMA DATA DEVIDA ANTERIOR)'
               TO WS-REG-CALREL
           WRITE WS-REG-CALREL
           MOVE WS-LIN-CAB-ULTIMA TO WS-REG-CALREL
           MOVE 'EXECUTADO EM' TO WS-REG-CALREL (53:12)
           WRITE WS-REG-CALREL
           MOVE ZEROS TO WS-QT-LINHAS
           PERFORM 056-IMPRIMIR-EXECUTADO
              VARYING WS-CP-I FROM 1 BY 1
              UNTIL WS-CP-I > WS-QTDE-CP
           IF WS-QT-LINHAS = ZEROS
              MOVE '  NENHUM' TO WS-REG-CALREL
              WRITE WS-REG-CALREL
           END-IF
           MOVE SPACES TO WS-REG-CALREL
           WRITE WS-REG-CALREL
           .
       056-IMPRIMIR-EXECUTADO.

           IF WS-CP-SIT (WS-CP-I) = 'E'
              ADD 1 TO WS-QT-LINHAS
              PERFORM 057-MONTAR-LINHA-ULTIMA
              MOVE WS-CP-EXEC-DATA (WS-CP-I) TO WS-DATA-TRAB
              PERFORM 079-EDITAR-DATA
              MOVE WS-DATA-ED TO LU-SITUACAO
              MOVE WS-LIN-DET-ULTIMA TO WS-REG-CALREL
              WRITE WS-REG-CALREL
           END-IF
           .
       057-MONTAR-LINHA-ULTIMA.

           MOVE WS-CP-PROGRAMA (WS-CP-I)  TO LU-PROGRAMA
           MOVE WS-CP-DESCRICAO (WS-CP-I) TO LU-DESCRICAO
           MOVE WS-CP-ULT-DATA (WS-CP-I)  TO WS-DATA-TRAB
           PERFORM 079-EDITAR-DATA
           MOVE WS-DATA-ED TO LU-DEVIDO
           MOVE SPACES     TO LU-SITUACAO
           .
      *--------------------------------------------------------------*
      *    SECAO 3 - JOBS DEVIDOS QUE NAO RODARAM (ATRASADOS E AINDA
      *    DENTRO DA CARENCIA)
      *--------------------------------------------------------------*
       058-IMPRIMIR-NAO-EXECUTADOS.

           MOVE 'JOBS DEVIDOS E NAO EXECUTADOS' TO WS-REG-CALREL
           WRITE WS-REG-CALREL
           MOVE WS-LIN-CAB-ULTIMA TO WS-REG-CALREL
           MOVE 'SITUACAO' TO WS-REG-CALREL (53:8)
           WRITE WS-REG-CALREL
           MOVE ZEROS TO WS-QT-LINHAS
           PERFORM 059-IMPRIMIR-NAO-EXECUTADO
              VARYING WS-CP-I FROM 1 BY 1
              UNTIL WS-CP-I > WS-QTDE-CP
           IF WS-QT-LINHAS = ZEROS
              MOVE '  NENHUM' TO WS-REG-CALREL
              WRITE WS-REG-CALREL
           END-IF
           .
       059-IMPRIMIR-NAO-EXECUTADO.

           IF WS-CP-SIT (WS-CP-I) = 'N' OR WS-CP-SIT (WS-CP-I) = 'P'
              ADD 1 TO WS-QT-LINHAS
              PERFORM 057-MONTAR-LINHA-ULTIMA
              MOVE WS-CP-PRAZO (WS-CP-I) TO WS-DATA-TRAB
              PERFORM 079-EDITAR-DATA
              IF WS-CP-SIT (WS-CP-I) = 'N'
                 STRING 'ATRASADO - PRAZO ' DELIMITED BY SIZE
                        WS-DATA-ED          DELIMITED BY SIZE
                   INTO LU-SITUACAO
                 END-STRING
              ELSE
                 STRING 'NO PRAZO ATE '     DELIMITED BY SIZE
                        WS-DATA-ED          DELIMITED BY SIZE
                   INTO LU-SITUACAO
                 END-STRING
              END-IF
              MOVE WS-LIN-DET-ULTIMA TO WS-REG-CALREL
              WRITE WS-REG-CALREL
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A EXCECAO NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTEXCEC
           DISPLAY ' * ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG070'       TO EX-PROGRAMA
           MOVE WS-DATA-EXEC     TO EX-DATA-EXECUCAO
           MOVE 'INFRAESTRUTURA' TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC     TO EX-CHAVE
           MOVE WS-MOTIVO-EXC    TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    AAAAMMDD (WS-DJ-DATA) -> DIA JULIANO (WS-JDN)
      *--------------------------------------------------------------*
       070-CALCULAR-JDN.

           COMPUTE WS-J-T1 = 14 - WS-DJ-MES
           DIVIDE WS-J-T1 BY 12 GIVING WS-J-A
           COMPUTE WS-J-Y = WS-DJ-ANO + 4800 - WS-J-A
           COMPUTE WS-J-M = WS-DJ-MES + 12 * WS-J-A - 3
           COMPUTE WS-J-T1 = 153 * WS-J-M + 2
           DIVIDE WS-J-T1 BY 5 GIVING WS-J-T2
           DIVIDE WS-J-Y BY 4 GIVING WS-J-T3
           DIVIDE WS-J-Y BY 100 GIVING WS-J-T4
           DIVIDE WS-J-Y BY 400 GIVING WS-J-T5
           COMPUTE WS-JDN = WS-DJ-DIA + WS-J-T2 + 365 * WS-J-Y
                          + WS-J-T3 - WS-J-T4 + WS-J-T5 - 32045
           .
      *--------------------------------------------------------------*
      *    DIA JULIANO (WS-JDN) -> AAAAMMDD (WS-DJ-DATA)
      *--------------------------------------------------------------*
       071-CALCULAR-DATA.

           COMPUTE WS-J-A = WS-JDN + 32044
           COMPUTE WS-J-T1 = 4 * WS-J-A + 3
           DIVIDE WS-J-T1 BY 146097 GIVING WS-J-B
           COMPUTE WS-J-T1 = 146097 * WS-J-B
           DIVIDE WS-J-T1 BY 4 GIVING WS-J-T2
           COMPUTE WS-J-C = WS-J-A - WS-J-T2
           COMPUTE WS-J-T1 = 4 * WS-J-C + 3
           DIVIDE WS-J-T1 BY 1461 GIVING WS-J-D
           COMPUTE WS-J-T1 = 1461 * WS-J-D
           DIVIDE WS-J-T1 BY 4 GIVING WS-J-T2
           COMPUTE WS-J-E = WS-J-C - WS-J-T2
           COMPUTE WS-J-T1 = 5 * WS-J-E + 2
           DIVIDE WS-J-T1 BY 153 GIVING WS-J-M
           COMPUTE WS-J-T1 = 153 * WS-J-M + 2
           DIVIDE WS-J-T1 BY 5 GIVING WS-J-T2
           DIVIDE WS-J-M BY 10 GIVING WS-J-T3
           COMPUTE WS-DJ-DIA = WS-J-E - WS-J-T2 + 1
           COMPUTE WS-DJ-MES = WS-J-M + 3 - 12 * WS-J-T3
           COMPUTE WS-DJ-ANO = 100 * WS-J-B + WS-J-D - 4800 + WS-J-T3
           .
      *--------------------------------------------------------------*
      *    DIA UTIL: SEGUNDA A SEXTA (DIA DA SEMANA 2 A 6, COM
      *    1 = DOMINGO) FORA DA TABELA DE FERIADOS
      *--------------------------------------------------------------*
       072-TESTAR-DIA-UTIL.

           COMPUTE WS-J-T1 = WS-JDN + 1
           DIVIDE WS-J-T1 BY 7 GIVING WS-J-T2 REMAINDER WS-J-RESTO
           IF WS-J-RESTO = 0 OR WS-J-RESTO = 6
              MOVE 'N' TO WS-DIA-UTIL
           ELSE
              MOVE 'S' TO WS-DIA-UTIL
              PERFORM 076-COMPARAR-FERIADO
                 VARYING WS-FR-I FROM 1 BY 1
                 UNTIL WS-FR-I > WS-QTDE-FER OR WS-DIA-UTIL = 'N'
           END-IF
           .
      *    O PROPRIO DIA, SE UTIL, OU O DIA UTIL ANTERIOR
       073-RECUAR-DIA-UTIL.

           PERFORM 072-TESTAR-DIA-UTIL
           PERFORM 077-RECUAR-UM-DIA UNTIL WS-DIA-UTIL = 'S'
           .
      *    O PROPRIO DIA, SE UTIL, OU O PROXIMO DIA UTIL
       074-AVANCAR-DIA-UTIL.

           PERFORM 072-TESTAR-DIA-UTIL
           PERFORM 078-AVANCAR-UM-DIA UNTIL WS-DIA-UTIL = 'S'
           .
      *    O DIA UTIL SEGUINTE AO DIA (UTIL) DE WS-JDN
       075-PROXIMO-DIA-UTIL.

           PERFORM 078-AVANCAR-UM-DIA
           PERFORM 078-AVANCAR-UM-DIA UNTIL WS-DIA-UTIL = 'S'
           .
       076-COMPARAR-FERIADO.

           IF WS-FR-JDN (WS-FR-I) = WS-JDN
              MOVE 'N' TO WS-DIA-UTIL
           END-IF
           .
       077-RECUAR-UM-DIA.

           SUBTRACT 1 FROM WS-JDN
           PERFORM 072-TESTAR-DIA-UTIL
           .
       078-AVANCAR-UM-DIA.

           ADD 1 TO WS-JDN
           PERFORM 072-TESTAR-DIA-UTIL
           .
       079-EDITAR-DATA.

           MOVE WS-DT-DIA TO WS-DE-DIA
           MOVE WS-DT-MES TO WS-DE-MES
           MOVE WS-DT-ANO TO WS-DE-ANO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - JOB NAO EXECUTADO OU CALENDARIO COM
      *    ERRO DEVOLVE RC 04
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTNAOEXEC > ZEROS OR WS-CTEXCEC > ZEROS
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF

           MOVE 'CGPRG070'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'JOBS NO CALENDARIO'            TO CT-DESCRICAO
           MOVE WS-QTDE-CP           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG070'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'JOBS DEVIDOS NA DATA'          TO CT-DESCRICAO
           MOVE WS-CTHOJE            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG070'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'JOBS EXECUTADOS'               TO CT-DESCRICAO
           MOVE WS-CTEXECUTADOS      TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG070'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'JOBS PENDENTES NA CARENCIA'    TO CT-DESCRICAO
           MOVE WS-CTPENDENTES       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG070'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'JOBS NAO EXECUTADOS'           TO CT-DESCRICAO
           MOVE WS-CTNAOEXEC         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           IF WS-TEM-RUNHIST = 'S'
              CLOSE RUNHIST
           END-IF
           CLOSE CALREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG070        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS DO CALENDARIO...: ' WS-CTLIDO
           DISPLAY ' * JOBS NO CALENDARIO........: ' WS-QTDE-CP
           DISPLAY ' * FERIADOS CONSIDERADOS.....: ' WS-CTFERIADOS
           DISPLAY ' * JOBS DEVIDOS NA DATA......: ' WS-CTHOJE
           DISPLAY ' * JOBS EXECUTADOS...........: ' WS-CTEXECUTADOS
           DISPLAY ' * JOBS PENDENTES NA CARENCIA: ' WS-CTPENDENTES
           DISPLAY ' * JOBS NAO EXECUTADOS.......: ' WS-CTNAOEXEC
           DISPLAY ' * CODIGO DE RETORNO.........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG070        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG070 <-------------------*
