       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG075.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      *    RELATORIO SEMANAL DE ACESSOS A DADOS DE ALUNOS - LE O     *
      *    LOG DE ACESSO DAS CONSULTAS (ACESSLOG, GRAVADO PELOS      *
      *    CGPRG015, CGPRG025, CGPRG027 E CGPRG010) E MOSTRA, PARA   *
      *    OS SETE DIAS QUE TERMINAM NA DATA DE REFERENCIA, O VOLUME *
      *    DE ACESSOS POR OPERADOR: ALUNOS DEVOLVIDOS, PEDIDOS       *
      *    NEGADOS, ALUNOS DISTINTOS, ALUNOS DE CURSO DE OUTRO       *
      *    DEPARTAMENTO (OPERDEP X CC-DEPTO DO CURSOCAT), ACESSOS    *
      *    FORA DO EXPEDIENTE E ACESSOS POR PROGRAMA. APONTA OS      *
      *    PADROES INCOMUNS: MUITOS ALUNOS DE OUTRO DEPARTAMENTO OU  *
      *    MUITOS ALUNOS DISTINTOS (LIMITES DO CARTAO), PEDIDO       *
      *    NEGADO, ACESSO FORA DO EXPEDIENTE E OPERADOR SEM          *
      *    DEPARTAMENTO NO OPERDEP. COM PADRAO INCOMUM GRAVA ALERTA  *
      *    (CGALERTA) E DEVOLVE RC 04.                               *
      *    OPERDEP E CURSOCAT SAO OPCIONAIS - SEM UM DELES (OU COM   *
      *    O OPERDEP VAZIO) O DEPARTAMENTO NAO E CONFERIDO (NOTA NO  *
      *    RELATORIO).                                               *
      *    OS BOLETINS DO CGPRG010 (EMISSAO EM LOTE) NAO ENTRAM NOS  *
      *    LIMITES DE ALUNOS DISTINTOS E DE OUTRO DEPARTAMENTO - SAO *
      *    LISTADOS POR OPERADOR NA SECAO DE EMISSOES DE BOLETIM.    *
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
           SELECT ACESSLOG  ASSIGN TO "ACESSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACESSLOG.
           SELECT OPERDEP   ASSIGN TO "OPERDEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OPERDEP.
           SELECT CURSOCAT  ASSIGN TO "CURSOCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-NOME-CURSO
               FILE STATUS IS WS-FS-CURSOCAT.
           SELECT ORDACES   ASSIGN TO "SORTWK01".
           SELECT ACESREL   ASSIGN TO "ACESREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACESREL.
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
      *-----> CARTAO OPCIONAL: DATA DE REFERENCIA (AAAAMMDD - ULTIMO
      *       DIA DA SEMANA; BRANCO/ZERO ASSUME ONTEM), LIMITE DE
      *       ALUNOS DE OUTRO DEPARTAMENTO (BRANCO/ZERO ASSUME 10),
      *       LIMITE DE ALUNOS DISTINTOS (BRANCO/ZERO ASSUME 100) E O
      *       EXPEDIENTE EM HORAS CHEIAS (BRANCO ASSUME 07 A 22)
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-SYSIN               PIC X(21).

       FD  ACESSLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGACSLOG.

       FD  OPERDEP
           LABEL RECORDS ARE STANDARD.
           COPY CGOPDEPT.

       FD  CURSOCAT
           LABEL RECORDS ARE STANDARD.
           COPY CGCURCAT.

      *-----> ACESSOS DA SEMANA EM ORDEM DE OPERADOR + MATRICULA PARA
      *       A QUEBRA POR OPERADOR E A CONTAGEM DE ALUNOS DISTINTOS
      *       (O ACESSLOG ESTA EM ORDEM DE GRAVACAO)
       SD  ORDACES.
       01  SR-REG-ACESSO.
           05  SR-OPERADOR         PIC X(08).
           05  SR-MATRICULA        PIC 9(13).
           05  SR-DATA             PIC 9(08).
           05  SR-HORA             PIC 9(06).
           05  SR-PROGRAMA         PIC X(08).
           05  SR-MOTIVO           PIC X(01).
           05  SR-SITUACAO         PIC X(01).
           05  SR-CURSO            PIC X(12).

       FD  ACESREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-ACESREL             PIC X(80).

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
           05  WS-FIM-OPER            PIC X(01) VALUE 'N'.
           05  WS-FIM-AUX             PIC X(01) VALUE 'N'.
           05  WS-FIM-SORT            PIC X(01) VALUE 'N'.
           05  WS-TEM-OPERDEP         PIC X(01) VALUE 'N'.
           05  WS-TEM-CURSOCAT        PIC X(01) VALUE 'N'.
           05  WS-TEM-OPERADOR        PIC X(01) VALUE 'N'.
           05  WS-REG-VALIDO          PIC X(01).
           05  WS-CTOPERLIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTOPERREJ           PIC 9(07) VALUE ZEROS.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(07) VALUE ZEROS.
           05  WS-CTPERIODO           PIC 9(07) VALUE ZEROS.
           05  WS-CTOPERADORES        PIC 9(07) VALUE ZEROS.
           05  WS-CTINCOMUNS          PIC 9(07) VALUE ZEROS.
           05  WS-CTEXCEC             PIC 9(07) VALUE ZEROS.
           05  WS-FS-SYSIN            PIC X(02).
           05  WS-FS-ACESSLOG         PIC X(02).
           05  WS-FS-OPERDEP          PIC X(02).
           05  WS-FS-CURSOCAT         PIC X(02).
           05  WS-FS-ACESREL          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-DATA-HOJE-R  REDEFINES WS-DATA-HOJE.
               10  WS-HOJE-ANO        PIC 9(04).
               10  WS-HOJE-MES        PIC 9(02).
               10  WS-HOJE-DIA        PIC 9(02).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).

      *-----> CARTAO LIDO (ZEROS SEM CARTAO)
       01  WS-REG-PARM.
           05  WS-PARM-DATA-REF       PIC 9(08).
           05  WS-PARM-LIM-FORA       PIC 9(04).
           05  WS-PARM-LIM-ALUNOS     PIC 9(05).
           05  WS-PARM-HORA-INI       PIC 9(02).
           05  WS-PARM-HORA-FIM       PIC 9(02).

      *-----> PARAMETROS DA RODADA
       77  WS-DATA-INI                PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM                PIC 9(08) VALUE ZEROS.
       77  WS-LIM-FORA                PIC 9(04) VALUE ZEROS.
       77  WS-LIM-ALUNOS              PIC 9(05) VALUE ZEROS.
       77  WS-HORA-INI                PIC 9(02) VALUE 07.
       77  WS-HORA-FIM                PIC 9(02) VALUE 22.
       77  WS-HHMMSS-INI              PIC 9(06) VALUE ZEROS.
       77  WS-HHMMSS-FIM              PIC 9(06) VALUE ZEROS.

      *-----> DIA JULIANO (CONTAGEM CONTINUA DE DIAS) - CONVERSAO DE
      *       E PARA AAAAMMDD SO COM DIVISAO INTEIRA, PARA VOLTAR OS
      *       SEIS DIAS DA SEMANA A PARTIR DA DATA DE REFERENCIA
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

      *-----> DEPARTAMENTO DOS OPERADORES (OPERDEP)
       77  WS-QTDE-OPER               PIC 9(03) VALUE ZEROS.
       77  WS-TO-I                    PIC 9(03).
       01  WS-TAB-OPER.
           05  WS-TO  OCCURS 300 TIMES.
               10  WS-TO-OPERADOR       PIC X(08).
               10  WS-TO-DEPTO          PIC 9(04).

      *-----> OPERADOR CORRENTE DA QUEBRA. WS-OA-PROG: ACESSOS PELO
      *       CGPRG015, CGPRG025, CGPRG027 E CGPRG010, NESSA ORDEM
       01  WS-OPER-ATUAL.
           05  WS-OA-OPERADOR         PIC X(08).
           05  WS-OA-CADASTRADO       PIC X(01).
           05  WS-OA-DEPTO            PIC 9(04).
           05  WS-OA-MATRICULA        PIC 9(13).
           05  WS-OA-ACESSOS          PIC 9(05).
           05  WS-OA-NEGADOS          PIC 9(05).
           05  WS-OA-ALUNOS           PIC 9(05).
           05  WS-OA-FORA-DEPTO       PIC 9(05).
           05  WS-OA-FORA-HORA        PIC 9(05).
           05  WS-OA-PROG  OCCURS 4 TIMES PIC 9(05).
           05  WS-OA-INCOMUM          PIC X(01).
           05  WS-OA-MAT-EMIS         PIC 9(13).
           05  WS-OA-EMIS-ALUNOS      PIC 9(05).
           05  WS-OA-EMIS-FORA        PIC 9(05).
       77  WS-ALUNO-FORA              PIC X(01).

      *-----> EMISSOES DE BOLETIM (CGPRG010) POR OPERADOR - FICAM FORA
      *       DOS LIMITES DE ALUNOS DISTINTOS E DE OUTRO DEPARTAMENTO
      *       (A EMISSAO E EM LOTE) E SAO LISTADAS EM SECAO PROPRIA
       77  WS-QTDE-EMIS               PIC 9(03) VALUE ZEROS.
       77  WS-EM-I                    PIC 9(03).
       77  WS-CTEMISSORES             PIC 9(07) VALUE ZEROS.
       01  WS-TAB-EMISSAO.
           05  WS-EM  OCCURS 300 TIMES.
               10  WS-EM-OPERADOR       PIC X(08).
               10  WS-EM-BOLETINS       PIC 9(05).
               10  WS-EM-ALUNOS         PIC 9(05).
               10  WS-EM-FORA           PIC 9(05).
               10  WS-EM-CONFERIDO      PIC X(01).

      *-----> ULTIMO CURSO LIDO NO CURSOCAT (OS ALUNOS DE UM OPERADOR
      *       COSTUMAM SER DO MESMO CURSO)
       01  WS-CURSO-LIDO.
           05  WS-CL-NOME             PIC X(12) VALUE SPACES.
           05  WS-CL-ACHOU            PIC X(01) VALUE 'N'.
           05  WS-CL-DEPTO            PIC 9(04) VALUE ZEROS.

      *-----> TOTAIS DA SEMANA. WS-TOT-MOT: ACESSOS POR MOTIVO NA
      *       ORDEM A, D, T, C, J
       01  WS-TOTAIS.
           05  WS-TOT-ACESSOS         PIC 9(07) VALUE ZEROS.
           05  WS-TOT-NEGADOS         PIC 9(07) VALUE ZEROS.
           05  WS-TOT-ALUNOS          PIC 9(07) VALUE ZEROS.
           05  WS-TOT-FORA-DEPTO      PIC 9(07) VALUE ZEROS.
           05  WS-TOT-FORA-HORA       PIC 9(07) VALUE ZEROS.
           05  WS-TOT-PROG  OCCURS 4 TIMES PIC 9(07).
           05  WS-TOT-MOT   OCCURS 5 TIMES PIC 9(07).
           05  WS-TOT-EMIS-ALUNOS     PIC 9(07) VALUE ZEROS.
           05  WS-TOT-EMIS-FORA       PIC 9(07) VALUE ZEROS.
       77  WS-PG                      PIC 9(01).
       77  WS-MT                      PIC 9(01).

      *-----> PADROES INCOMUNS APONTADOS, IMPRESSOS DEPOIS DO VOLUME.
      *       WS-IN-TIPO: 'F' ALUNOS DE OUTRO DEPARTAMENTO, 'A' ALUNOS
      *       DISTINTOS, 'N' PEDIDOS NEGADOS, 'H' FORA DO EXPEDIENTE,
      *       'S' OPERADOR SEM DEPARTAMENTO NO OPERDEP
       77  WS-QTDE-INC                PIC 9(03) VALUE ZEROS.
       77  WS-IN-I                    PIC 9(03).
       77  WS-INC-TIPO                PIC X(01).
       77  WS-INC-VALOR               PIC 9(05).
       01  WS-TAB-INCOMUM.
           05  WS-IN  OCCURS 500 TIMES.
               10  WS-IN-OPERADOR       PIC X(08).
               10  WS-IN-TIPO           PIC X(01).
               10  WS-IN-VALOR          PIC 9(05).

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

      *-----> ROTULOS DOS MOTIVOS DE CONSULTA
       01  WS-ROTULOS-MOTIVO.
           05  FILLER                 PIC X(31) VALUE
               'AATENDIMENTO AO ALUNO (BALCAO)'.
           05  FILLER                 PIC X(31) VALUE
               'DEMISSAO DE DOCUMENTO'.
           05  FILLER                 PIC X(31) VALUE
               'TTRANSFERENCIA'.
           05  FILLER                 PIC X(31) VALUE
               'CCOORDENACAO DE CURSO'.
           05  FILLER                 PIC X(31) VALUE
               'JDEMANDA JUDICIAL OU LEGAL'.
       01  WS-ROTULOS-R  REDEFINES WS-ROTULOS-MOTIVO.
           05  WS-RM  OCCURS 5 TIMES.
               10  WS-RM-CODIGO         PIC X(01).
               10  WS-RM-TEXTO          PIC X(30).

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05  FILLER              PIC X(50) VALUE
               'CGPRG075 - ACESSOS A DADOS DE ALUNOS NA SEMANA'.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'EMISSAO '.
           05  LT-DATA             PIC X(10).
       01  WS-LIN-PERIODO.
           05  FILLER              PIC X(11) VALUE 'PERIODO DE '.
           05  LP-DATA-INI         PIC X(10).
           05  FILLER              PIC X(03) VALUE ' A '.
           05  LP-DATA-FIM         PIC X(10).
           05  FILLER              PIC X(14) VALUE
               ' - EXPEDIENTE '.
           05  LP-HORA-INI         PIC 9(02).
           05  FILLER              PIC X(04) VALUE 'H AS'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LP-HORA-FIM         PIC 9(02).
           05  FILLER              PIC X(01) VALUE 'H'.
       01  WS-LIN-LIMITES.
           05  FILLER              PIC X(32) VALUE
               'LIMITES: ALUNOS DE OUTRO DEPTO '.
           05  LL-FORA             PIC ZZZ9.
           05  FILLER              PIC X(21) VALUE
               ' - ALUNOS DISTINTOS '.
           05  LL-ALUNOS           PIC ZZZZ9.
       01  WS-LIN-SECAO.
           05  LS-TEXTO            PIC X(40).
       01  WS-LIN-CAB1.
           05  FILLER              PIC X(40) VALUE
               '               ACES- NEGA-  ALU-  OUTRO '.
           05  FILLER              PIC X(40) VALUE
               ' FORA CGPRG CGPRG CGPRG CGPRG           '.
       01  WS-LIN-CAB2.
           05  FILLER              PIC X(40) VALUE
               'OPERADOR  DEPT   SOS   DOS   NOS  DEPTO '.
           05  FILLER              PIC X(40) VALUE
               ' HORA   015   025   027   010  OBS      '.
       01  WS-LIN-OPERADOR.
           05  LO-OPERADOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LO-DEPTO            PIC ZZZ9.
           05  LO-DEPTO-X  REDEFINES LO-DEPTO PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LO-ACESSOS          PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LO-NEGADOS          PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LO-ALUNOS           PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LO-FORA-DEPTO       PIC ZZZZ9.
           05  LO-FORA-DEPTO-X  REDEFINES LO-FORA-DEPTO PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LO-FORA-HORA        PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LO-PROG-015         PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LO-PROG-025         PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LO-PROG-027         PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LO-PROG-010         PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LO-OBS              PIC X(03).
       01  WS-LIN-TOTAL.
           05  FILLER              PIC X(15) VALUE 'TOTAL'.
           05  LTO-ACESSOS         PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LTO-NEGADOS         PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LTO-ALUNOS          PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LTO-FORA-DEPTO      PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LTO-FORA-HORA       PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LTO-PROG-015        PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LTO-PROG-025        PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LTO-PROG-027        PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LTO-PROG-010        PIC ZZZZ9.
       01  WS-LIN-INCOMUM.
           05  LI-OPERADOR         PIC X(08).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  LI-TEXTO            PIC X(36).
           05  LI-VALOR            PIC ZZZZ9.
           05  LI-VALOR-X  REDEFINES LI-VALOR PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LI-LIMITE           PIC X(20).
       01  WS-TXT-LIMITE.
           05  FILLER              PIC X(08) VALUE '(LIMITE '.
           05  LM-VALOR            PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE ')'.
       01  WS-LIN-MOTIVO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LM-CODIGO           PIC X(01).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  LM-TEXTO            PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LM-ACESSOS          PIC Z.ZZZ.ZZ9.
       01  WS-LIN-CAB-EMIS.
           05  FILLER              PIC X(40) VALUE
               'OPERADOR  BOLETINS   ALUNOS  OUTRO DEPTO'.
       01  WS-LIN-EMISSAO.
           05  LE-OPERADOR         PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  LE-BOLETINS         PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LE-ALUNOS           PIC ZZZ.ZZ9.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  LE-FORA             PIC ZZZ.ZZ9.
           05  LE-FORA-X  REDEFINES LE-FORA PIC X(07).

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG075.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG075 - ACESSOS A DADOS DE ALUNOS NA SEMANA"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              SORT ORDACES
                  ON ASCENDING KEY SR-OPERADOR
                                   SR-MATRICULA
                                   SR-DATA
                                   SR-HORA
                  INPUT PROCEDURE IS 200-LIBERAR-ACESSLOG
                  OUTPUT PROCEDURE IS 300-APURAR-OPERADORES
              PERFORM 050-IMPRIMIR-TOTAL
              PERFORM 055-IMPRIMIR-INCOMUNS
              PERFORM 057-IMPRIMIR-EMISSOES
              PERFORM 080-IMPRIMIR-NOTAS
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - CARTAO INVALIDO OU SEM O ACESSLOG
      *    NAO HA O QUE APURAR (RC 08)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           PERFORM 015-LER-CARTAO
           IF WS-ABEND NOT = 'S'
              OPEN INPUT ACESSLOG
              IF WS-FS-ACESSLOG NOT = '00'
                 DISPLAY ' * ERRO ABRINDO ACESSLOG - FS=' WS-FS-ACESSLOG
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              OPEN INPUT OPERDEP
              IF WS-FS-OPERDEP NOT = '00'
                 DISPLAY ' * AVISO: OPERDEP AUSENTE - FS='
                     WS-FS-OPERDEP ' - DEPARTAMENTO NAO CONFERIDO'
              ELSE
                 MOVE 'S' TO WS-TEM-OPERDEP
                 PERFORM 025-LER-OPERDEP UNTIL WS-FIM-OPER = 'S'
                 CLOSE OPERDEP
      *          OPERDEP ALOCADO VAZIO PELO JCL VALE COMO AUSENTE
                 IF WS-QTDE-OPER = ZEROS
                    MOVE 'N' TO WS-TEM-OPERDEP
                    DISPLAY ' * AVISO: OPERDEP VAZIO'
                        ' - DEPARTAMENTO NAO CONFERIDO'
                 END-IF
              END-IF
              OPEN INPUT CURSOCAT
              IF WS-FS-CURSOCAT NOT = '00'
                 DISPLAY ' * AVISO: CURSOCAT AUSENTE - FS='
                     WS-FS-CURSOCAT ' - DEPARTAMENTO NAO CONFERIDO'
              ELSE
                 MOVE 'S' TO WS-TEM-CURSOCAT
              END-IF
              MOVE ZEROS TO WS-TOT-PROG (1) WS-TOT-PROG (2)
                            WS-TOT-PROG (3) WS-TOT-PROG (4)
              MOVE ZEROS TO WS-TOT-MOT (1) WS-TOT-MOT (2)
                            WS-TOT-MOT (3) WS-TOT-MOT (4)
                            WS-TOT-MOT (5)
              OPEN OUTPUT ACESREL
              MOVE WS-HOJE-DIA TO WS-DE-DIA
              MOVE WS-HOJE-MES TO WS-DE-MES
              MOVE WS-HOJE-ANO TO WS-DE-ANO
              MOVE WS-DATA-ED  TO LT-DATA
              MOVE WS-LIN-TITULO TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
              MOVE WS-DATA-INI TO WS-DATA-TRAB
              PERFORM 079-EDITAR-DATA
              MOVE WS-DATA-ED  TO LP-DATA-INI
              MOVE WS-DATA-FIM TO WS-DATA-TRAB
              PERFORM 079-EDITAR-DATA
              MOVE WS-DATA-ED  TO LP-DATA-FIM
              MOVE WS-HORA-INI TO LP-HORA-INI
              MOVE WS-HORA-FIM TO LP-HORA-FIM
              MOVE WS-LIN-PERIODO TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
              MOVE WS-LIM-FORA   TO LL-FORA
              MOVE WS-LIM-ALUNOS TO LL-ALUNOS
              MOVE WS-LIN-LIMITES TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
              MOVE SPACES TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
              MOVE 'VOLUME DE ACESSOS POR OPERADOR' TO LS-TEXTO
              MOVE WS-LIN-SECAO TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
              MOVE WS-LIN-CAB1 TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
              MOVE WS-LIN-CAB2 TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
              MOVE ALL '-' TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
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
      *    CARTAO OPCIONAL - SEM ELE VALEM OS PADROES: A SEMANA QUE
      *    TERMINA ONTEM, LIMITES 10 E 100, EXPEDIENTE DAS 07 AS 22H.
      *    DATA DE REFERENCIA INEXISTENTE OU EXPEDIENTE INVALIDO DA
      *    RC 08
      *--------------------------------------------------------------*
       015-LER-CARTAO.

           MOVE ZEROS TO WS-REG-PARM
           OPEN INPUT SYSIN
           IF WS-FS-SYSIN = '00'
              READ SYSIN
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE WS-REG-SYSIN TO WS-REG-PARM
              END-READ
              CLOSE SYSIN
           END-IF
           IF WS-PARM-HORA-INI NUMERIC AND
              WS-PARM-HORA-FIM NUMERIC AND
              (WS-PARM-HORA-INI NOT = ZEROS OR
               WS-PARM-HORA-FIM NOT = ZEROS)
              MOVE WS-PARM-HORA-INI TO WS-HORA-INI
              MOVE WS-PARM-HORA-FIM TO WS-HORA-FIM
           END-IF
           IF WS-PARM-DATA-REF NUMERIC AND
              WS-PARM-DATA-REF NOT = ZEROS
              MOVE WS-PARM-DATA-REF TO WS-DATA-TRAB
              PERFORM 016-VALIDAR-DATA
              IF WS-REG-VALIDO = 'N'
                 DISPLAY ' * ERRO: DATA DE REFERENCIA INVALIDA NO '
                     'CARTAO - ' WS-PARM-DATA-REF
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 MOVE WS-PARM-DATA-REF TO WS-DATA-FIM
              END-IF
           ELSE
              MOVE WS-DATA-HOJE TO WS-DJ-DATA
              PERFORM 070-CALCULAR-JDN
              SUBTRACT 1 FROM WS-JDN
              PERFORM 071-CALCULAR-DATA
              MOVE WS-DJ-DATA TO WS-DATA-FIM
           END-IF
           IF WS-HORA-INI > 23 OR WS-HORA-FIM > 24 OR
              WS-HORA-INI NOT < WS-HORA-FIM
              DISPLAY ' * ERRO: EXPEDIENTE INVALIDO NO CARTAO - '
                  WS-HORA-INI ' A ' WS-HORA-FIM
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           END-IF
           IF WS-ABEND NOT = 'S'
              MOVE WS-DATA-FIM TO WS-DJ-DATA
              PERFORM 070-CALCULAR-JDN
              SUBTRACT 6 FROM WS-JDN
              PERFORM 071-CALCULAR-DATA
              MOVE WS-DJ-DATA TO WS-DATA-INI
              IF WS-PARM-LIM-FORA NUMERIC AND
                 WS-PARM-LIM-FORA > ZEROS
                 MOVE WS-PARM-LIM-FORA TO WS-LIM-FORA
              ELSE
                 MOVE 10 TO WS-LIM-FORA
              END-IF
              IF WS-PARM-LIM-ALUNOS NUMERIC AND
                 WS-PARM-LIM-ALUNOS > ZEROS
                 MOVE WS-PARM-LIM-ALUNOS TO WS-LIM-ALUNOS
              ELSE
                 MOVE 100 TO WS-LIM-ALUNOS
              END-IF
              COMPUTE WS-HHMMSS-INI = WS-HORA-INI * 10000
              COMPUTE WS-HHMMSS-FIM = WS-HORA-FIM * 10000
              DISPLAY 'PERIODO: ' WS-DATA-INI ' A ' WS-DATA-FIM
                  ' - LIMITES: ' WS-LIM-FORA ' / ' WS-LIM-ALUNOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    DATA EM WS-DATA-TRAB: VALIDA SE VOLTAR IGUAL DO DIA JULIANO
      *    (31/02 VOLTA 03/03); DEVOLVE O DIA JULIANO EM WS-JDN
      *--------------------------------------------------------------*
       016-VALIDAR-DATA.

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
      *    CARREGAR O DEPARTAMENTO DOS OPERADORES - REGISTRO SEM
      *    OPERADOR OU COM DEPARTAMENTO NAO NUMERICO VAI PARA O
      *    EXCEPREL
      *--------------------------------------------------------------*
       025-LER-OPERDEP.

           READ OPERDEP
               AT END
                   MOVE 'S' TO WS-FIM-OPER
               NOT AT END
                   ADD 1 TO WS-CTOPERLIDO
                   PERFORM 026-GUARDAR-OPERADOR
           END-READ
           .
       026-GUARDAR-OPERADOR.

           IF OD-OPERADOR = SPACES OR OD-DEPTO NOT NUMERIC
              MOVE 'REGISTRO DO OPERDEP INVALIDO' TO WS-MOTIVO-EXC
              ADD 1 TO WS-CTOPERREJ
              MOVE SPACES      TO WS-CHAVE-EXC
              MOVE OD-OPERADOR TO WS-CHAVE-EXC (1:8)
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF WS-QTDE-OPER = 300
                 MOVE 'TABELA DE OPERADORES CHEIA' TO WS-MOTIVO-EXC
                 ADD 1 TO WS-CTOPERREJ
                 MOVE SPACES      TO WS-CHAVE-EXC
                 MOVE OD-OPERADOR TO WS-CHAVE-EXC (1:8)
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 ADD 1 TO WS-QTDE-OPER
                 MOVE OD-OPERADOR TO WS-TO-OPERADOR (WS-QTDE-OPER)
                 MOVE OD-DEPTO    TO WS-TO-DEPTO (WS-QTDE-OPER)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LINHA DE TOTAL DO VOLUME E OS ACESSOS POR MOTIVO
      *--------------------------------------------------------------*
       050-IMPRIMIR-TOTAL.

           MOVE ALL '-' TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE WS-TOT-ACESSOS    TO LTO-ACESSOS
           MOVE WS-TOT-NEGADOS    TO LTO-NEGADOS
           MOVE WS-TOT-ALUNOS     TO LTO-ALUNOS
           MOVE WS-TOT-FORA-DEPTO TO LTO-FORA-DEPTO
           MOVE WS-TOT-FORA-HORA  TO LTO-FORA-HORA
           MOVE WS-TOT-PROG (1)   TO LTO-PROG-015
           MOVE WS-TOT-PROG (2)   TO LTO-PROG-025
           MOVE WS-TOT-PROG (3)   TO LTO-PROG-027
           MOVE WS-TOT-PROG (4)   TO LTO-PROG-010
           MOVE WS-LIN-TOTAL TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE SPACES TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE 'ACESSOS POR MOTIVO DA CONSULTA' TO LS-TEXTO
           MOVE WS-LIN-SECAO TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           PERFORM 051-IMPRIMIR-MOTIVO
              VARYING WS-MT FROM 1 BY 1 UNTIL WS-MT > 5
           MOVE SPACES TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           .
       051-IMPRIMIR-MOTIVO.

           MOVE WS-RM-CODIGO (WS-MT) TO LM-CODIGO
           MOVE WS-RM-TEXTO (WS-MT)  TO LM-TEXTO
           MOVE WS-TOT-MOT (WS-MT)   TO LM-ACESSOS
           MOVE WS-LIN-MOTIVO TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           .
      *--------------------------------------------------------------*
      *    PADROES INCOMUNS DA SEMANA, NA ORDEM DE OPERADOR
      *--------------------------------------------------------------*
       055-IMPRIMIR-INCOMUNS.

           MOVE 'PADROES INCOMUNS' TO LS-TEXTO
           MOVE WS-LIN-SECAO TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE ALL '-' TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           IF WS-QTDE-INC = ZEROS
              MOVE 'NENHUM PADRAO INCOMUM NA SEMANA' TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
           ELSE
              PERFORM 056-IMPRIMIR-INCOMUM
                 VARYING WS-IN-I FROM 1 BY 1
                 UNTIL WS-IN-I > WS-QTDE-INC
              IF WS-CTINCOMUNS > WS-QTDE-INC
                 MOVE '(TABELA CHEIA - HA MAIS PADROES NAO LISTADOS)'
                     TO WS-REG-ACESREL
                 WRITE WS-REG-ACESREL
              END-IF
           END-IF
           .
       056-IMPRIMIR-INCOMUM.

           MOVE WS-IN-OPERADOR (WS-IN-I) TO LI-OPERADOR
           MOVE WS-IN-VALOR (WS-IN-I)    TO LI-VALOR
           MOVE SPACES                   TO LI-LIMITE
           EVALUATE WS-IN-TIPO (WS-IN-I)
               WHEN 'F'
                   MOVE 'ALUNOS DE OUTRO DEPARTAMENTO'
                       TO LI-TEXTO
                   MOVE WS-LIM-FORA   TO LM-VALOR
                   MOVE WS-TXT-LIMITE TO LI-LIMITE
               WHEN 'A'
                   MOVE 'ALUNOS DISTINTOS CONSULTADOS'
                       TO LI-TEXTO
                   MOVE WS-LIM-ALUNOS TO LM-VALOR
                   MOVE WS-TXT-LIMITE TO LI-LIMITE
               WHEN 'N'
                   MOVE 'PEDIDOS NEGADOS' TO LI-TEXTO
               WHEN 'H'
                   MOVE 'ACESSOS FORA DO EXPEDIENTE' TO LI-TEXTO
               WHEN OTHER
                   MOVE 'SEM DEPARTAMENTO NO OPERDEP' TO LI-TEXTO
                   MOVE SPACES TO LI-VALOR-X
           END-EVALUATE
           MOVE WS-LIN-INCOMUM TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           .
      *--------------------------------------------------------------*
      *    EMISSOES DE BOLETIM (CGPRG010) DA SEMANA, NA ORDEM DE
      *    OPERADOR - NAO ENTRAM NOS LIMITES DE ALUNOS DISTINTOS E DE
      *    OUTRO DEPARTAMENTO
      *--------------------------------------------------------------*
       057-IMPRIMIR-EMISSOES.

           MOVE SPACES TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE 'EMISSOES DE BOLETIM (CGPRG010)' TO LS-TEXTO
           MOVE WS-LIN-SECAO TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE ALL '-' TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           IF WS-QTDE-EMIS = ZEROS
              MOVE 'NENHUM BOLETIM EMITIDO NA SEMANA' TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
           ELSE
              MOVE WS-LIN-CAB-EMIS TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
              PERFORM 058-IMPRIMIR-EMISSAO
                 VARYING WS-EM-I FROM 1 BY 1
                 UNTIL WS-EM-I > WS-QTDE-EMIS
              IF WS-CTEMISSORES > WS-QTDE-EMIS
                 MOVE '(TABELA CHEIA - HA MAIS OPERADORES NAO LISTADOS)'
                     TO WS-REG-ACESREL
                 WRITE WS-REG-ACESREL
              END-IF
              MOVE 'TOTAL'            TO LE-OPERADOR
              MOVE WS-TOT-PROG (4)    TO LE-BOLETINS
              MOVE WS-TOT-EMIS-ALUNOS TO LE-ALUNOS
              MOVE WS-TOT-EMIS-FORA   TO LE-FORA
              MOVE WS-LIN-EMISSAO TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
           END-IF
           .
       058-IMPRIMIR-EMISSAO.

           MOVE WS-EM-OPERADOR (WS-EM-I) TO LE-OPERADOR
           MOVE WS-EM-BOLETINS (WS-EM-I) TO LE-BOLETINS
           MOVE WS-EM-ALUNOS (WS-EM-I)   TO LE-ALUNOS
           IF WS-EM-CONFERIDO (WS-EM-I) = 'S'
              MOVE WS-EM-FORA (WS-EM-I) TO LE-FORA
           ELSE
              MOVE '      -' TO LE-FORA-X
           END-IF
           MOVE WS-LIN-EMISSAO TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           .
      *--------------------------------------------------------------*
      *    GRAVAR A EXCECAO NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTEXCEC
           DISPLAY ' * ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG075'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ACESSOS'       TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
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
       079-EDITAR-DATA.

           MOVE WS-DT-DIA TO WS-DE-DIA
           MOVE WS-DT-MES TO WS-DE-MES
           MOVE WS-DT-ANO TO WS-DE-ANO
           .
      *--------------------------------------------------------------*
      *    NOTAS DE RODAPE DO RELATORIO
      *--------------------------------------------------------------*
       080-IMPRIMIR-NOTAS.

           MOVE SPACES TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE ALL '-' TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE 'ACESSOS: ALUNOS DEVOLVIDOS; NEGADOS: PEDIDOS RECUSADOS'
               TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE 'ALUNOS: DISTINTOS; OUTRO DEPTO: ALUNOS DE CURSO DE'
               TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE 'OUTRO DEPARTAMENTO (OPERADOR DA SECRETARIA GERAL,'
               TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE 'DEPTO 0, ATENDE TODOS); OBS *** = PADRAO INCOMUM'
               TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           MOVE 'ALUNOS E OUTRO DEPTO NAO CONTAM OS BOLETINS (CGPRG010)'
               TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL
           IF WS-TEM-OPERDEP = 'N' OR WS-TEM-CURSOCAT = 'N'
              MOVE 'SEM OPERDEP OU CURSOCAT: DEPTO NAO CONFERIDO'
                  TO WS-REG-ACESREL
              WRITE WS-REG-ACESREL
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - PADRAO INCOMUM GRAVA ALERTA NO
      *    CONSOLE (CGALERTA); PADRAO INCOMUM OU EXCECAO DA RC 04
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTINCOMUNS > ZEROS
              MOVE 'MSG'          TO AL-FUNCAO
              MOVE 'CGPRG075'     TO AL-PROGRAMA
              MOVE WS-DATA-HOJE   TO AL-DATA
              MOVE ZEROS          TO AL-QT-LIDOS AL-QT-REJEIT
              MOVE 'PADRAO INCOMUM NO ACESSLOG' TO AL-TEXTO
              CALL 'CGALERTA' USING AL-AREA
           END-IF
           IF WS-CTINCOMUNS > ZEROS OR WS-CTEXCEC > ZEROS
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF

           MOVE 'CGPRG075'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS ACESSLOG LIDOS'      TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG075'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS ACESSLOG INVALIDOS'  TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG075'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS NA SEMANA'           TO CT-DESCRICAO
           MOVE WS-CTPERIODO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG075'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ACESSOS LIBERADOS NA SEMANA'   TO CT-DESCRICAO
           MOVE WS-TOT-ACESSOS       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG075'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PEDIDOS NEGADOS NA SEMANA'     TO CT-DESCRICAO
           MOVE WS-TOT-NEGADOS       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG075'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'OPERADORES NA SEMANA'          TO CT-DESCRICAO
           MOVE WS-CTOPERADORES      TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG075'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PADROES INCOMUNS APONTADOS'    TO CT-DESCRICAO
           MOVE WS-CTINCOMUNS        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE ACESSLOG
           IF WS-TEM-CURSOCAT = 'S'
              CLOSE CURSOCAT
           END-IF
           CLOSE ACESREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG075        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * OPERADORES NO OPERDEP......: ' WS-CTOPERLIDO
           DISPLAY ' *   REJEITADOS...............: ' WS-CTOPERREJ
           DISPLAY ' * REGISTROS ACESSLOG LIDOS...: ' WS-CTLIDO
           DISPLAY ' *   INVALIDOS................: ' WS-CTINVALID
           DISPLAY ' *   NA SEMANA................: ' WS-CTPERIODO
           DISPLAY ' * ACESSOS LIBERADOS..........: ' WS-TOT-ACESSOS
           DISPLAY ' * PEDIDOS NEGADOS............: ' WS-TOT-NEGADOS
           DISPLAY ' * OPERADORES NA SEMANA.......: ' WS-CTOPERADORES
           DISPLAY ' * PADROES INCOMUNS...........: ' WS-CTINCOMUNS
           DISPLAY ' * OPERADORES COM BOLETIM.....: ' WS-CTEMISSORES
           DISPLAY ' * CODIGO DE RETORNO..........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG075        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT - SO OS REGISTROS DA SEMANA;
      *    REGISTRO COM DATA, HORA, MATRICULA OU SITUACAO INVALIDA
      *    VAI PARA O EXCEPREL
      *--------------------------------------------------------------*
       200-LIBERAR-ACESSLOG.

           MOVE 'N' TO WS-FIM-AUX
           PERFORM 201-LER-ACESSLOG UNTIL WS-FIM-AUX = 'S'
           .
       201-LER-ACESSLOG.

           READ ACESSLOG
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTLIDO
                   PERFORM 210-SELECIONAR-ACESSO
           END-READ
           .
       210-SELECIONAR-ACESSO.

           IF AC-DATA NOT NUMERIC OR AC-HORA NOT NUMERIC OR
              AC-MATRICULA NOT NUMERIC OR
              (AC-SITUACAO NOT = 'L' AND AC-SITUACAO NOT = 'N')
              ADD 1 TO WS-CTINVALID
              MOVE AC-REG-ACESSO (1:13) TO WS-CHAVE-EXC
              MOVE 'REGISTRO DO ACESSLOG INVALIDO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF AC-DATA NOT < WS-DATA-INI AND
                 AC-DATA NOT > WS-DATA-FIM
                 ADD 1 TO WS-CTPERIODO
                 MOVE AC-OPERADOR  TO SR-OPERADOR
                 MOVE AC-MATRICULA TO SR-MATRICULA
                 MOVE AC-DATA      TO SR-DATA
                 MOVE AC-HORA      TO SR-HORA
                 MOVE AC-PROGRAMA  TO SR-PROGRAMA
                 MOVE AC-MOTIVO    TO SR-MOTIVO
                 MOVE AC-SITUACAO  TO SR-SITUACAO
                 MOVE AC-CURSO     TO SR-CURSO
                 RELEASE SR-REG-ACESSO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT - QUEBRA POR OPERADOR, UMA LINHA
      *    DE VOLUME POR OPERADOR
      *--------------------------------------------------------------*
       300-APURAR-OPERADORES.

           MOVE 'N' TO WS-TEM-OPERADOR
           MOVE 'N' TO WS-FIM-SORT
           PERFORM 310-RETORNAR-ACESSO UNTIL WS-FIM-SORT = 'S'
           IF WS-TEM-OPERADOR = 'S'
              PERFORM 330-FECHAR-OPERADOR
           END-IF
           .
       310-RETORNAR-ACESSO.

           RETURN ORDACES
               AT END
                   MOVE 'S' TO WS-FIM-SORT
               NOT AT END
                   PERFORM 320-ACUMULAR-ACESSO
           END-RETURN
           .
      *    O PEDIDO NEGADO SO CONTA COMO NEGADO; O ACESSO LIBERADO
      *    CONTA POR PROGRAMA, POR MOTIVO, FORA DO EXPEDIENTE E, NA
      *    PRIMEIRA VEZ DA MATRICULA, COMO ALUNO DISTINTO. O BOLETIM
      *    EMITIDO PELO CGPRG010 CONTA O ALUNO A PARTE (EMISSOES)
       320-ACUMULAR-ACESSO.

           IF WS-TEM-OPERADOR = 'N' OR SR-OPERADOR NOT = WS-OA-OPERADOR
              IF WS-TEM-OPERADOR = 'S'
                 PERFORM 330-FECHAR-OPERADOR
              END-IF
              PERFORM 325-NOVO-OPERADOR
           END-IF
           IF SR-SITUACAO = 'N'
              ADD 1 TO WS-OA-NEGADOS
           ELSE
              ADD 1 TO WS-OA-ACESSOS
              EVALUATE SR-PROGRAMA
                  WHEN 'CGPRG015'
                      ADD 1 TO WS-OA-PROG (1)
                  WHEN 'CGPRG025'
                      ADD 1 TO WS-OA-PROG (2)
                  WHEN 'CGPRG027'
                      ADD 1 TO WS-OA-PROG (3)
                  WHEN 'CGPRG010'
                      ADD 1 TO WS-OA-PROG (4)
              END-EVALUATE
              EVALUATE SR-MOTIVO
                  WHEN 'A'
                      ADD 1 TO WS-TOT-MOT (1)
                  WHEN 'D'
                      ADD 1 TO WS-TOT-MOT (2)
                  WHEN 'T'
                      ADD 1 TO WS-TOT-MOT (3)
                  WHEN 'C'
                      ADD 1 TO WS-TOT-MOT (4)
                  WHEN 'J'
                      ADD 1 TO WS-TOT-MOT (5)
              END-EVALUATE
              IF SR-HORA < WS-HHMMSS-INI OR
                 SR-HORA NOT < WS-HHMMSS-FIM
                 ADD 1 TO WS-OA-FORA-HORA
              END-IF
              IF SR-PROGRAMA = 'CGPRG010'
                 IF SR-MATRICULA NOT = WS-OA-MAT-EMIS
                    MOVE SR-MATRICULA TO WS-OA-MAT-EMIS
                    ADD 1 TO WS-OA-EMIS-ALUNOS
                    PERFORM 327-CONFERIR-DEPTO
                    IF WS-ALUNO-FORA = 'S'
                       ADD 1 TO WS-OA-EMIS-FORA
                    END-IF
                 END-IF
              ELSE
                 IF SR-MATRICULA NOT = WS-OA-MATRICULA
                    MOVE SR-MATRICULA TO WS-OA-MATRICULA
                    ADD 1 TO WS-OA-ALUNOS
                    PERFORM 327-CONFERIR-DEPTO
                    IF WS-ALUNO-FORA = 'S'
                       ADD 1 TO WS-OA-FORA-DEPTO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    OPERADOR NOVO NA QUEBRA - DEPARTAMENTO PELO OPERDEP
      *--------------------------------------------------------------*
       325-NOVO-OPERADOR.

           INITIALIZE WS-OPER-ATUAL
           MOVE 'S'         TO WS-TEM-OPERADOR
           MOVE SR-OPERADOR TO WS-OA-OPERADOR
           MOVE 'N'         TO WS-OA-CADASTRADO
           MOVE 'N'         TO WS-OA-INCOMUM
           ADD 1 TO WS-CTOPERADORES
           PERFORM 326-PROCURAR-OPERADOR
              VARYING WS-TO-I FROM 1 BY 1
              UNTIL WS-TO-I > WS-QTDE-OPER OR WS-OA-CADASTRADO = 'S'
           .
       326-PROCURAR-OPERADOR.

           IF WS-TO-OPERADOR (WS-TO-I) = WS-OA-OPERADOR
              MOVE 'S' TO WS-OA-CADASTRADO
              MOVE WS-TO-DEPTO (WS-TO-I) TO WS-OA-DEPTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALUNO DE OUTRO DEPARTAMENTO: O OPERADOR TEM DEPARTAMENTO
      *    (NAO E DA SECRETARIA GERAL) E O CURSO DO ALUNO ESTA NO
      *    CURSOCAT EM OUTRO DEPARTAMENTO (WS-ALUNO-FORA)
      *--------------------------------------------------------------*
       327-CONFERIR-DEPTO.

           MOVE 'N' TO WS-ALUNO-FORA
           IF WS-TEM-CURSOCAT = 'S' AND WS-OA-CADASTRADO = 'S' AND
              WS-OA-DEPTO NOT = ZEROS
              IF SR-CURSO NOT = WS-CL-NOME
                 MOVE SR-CURSO TO WS-CL-NOME
                 MOVE SR-CURSO TO CC-NOME-CURSO
                 READ CURSOCAT
                     INVALID KEY
                         MOVE 'N' TO WS-CL-ACHOU
                     NOT INVALID KEY
                         MOVE 'S' TO WS-CL-ACHOU
                         MOVE CC-DEPTO TO WS-CL-DEPTO
                 END-READ
              END-IF
              IF WS-CL-ACHOU = 'S' AND WS-CL-DEPTO NOT = WS-OA-DEPTO
                 MOVE 'S' TO WS-ALUNO-FORA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    FIM DO OPERADOR - CONFERE OS PADROES INCOMUNS, IMPRIME A
      *    LINHA DE VOLUME E SOMA NOS TOTAIS DA SEMANA
      *--------------------------------------------------------------*
       330-FECHAR-OPERADOR.

           IF WS-OA-FORA-DEPTO > WS-LIM-FORA
              MOVE 'F' TO WS-INC-TIPO
              MOVE WS-OA-FORA-DEPTO TO WS-INC-VALOR
              PERFORM 335-REGISTRAR-INCOMUM
           END-IF
           IF WS-OA-ALUNOS > WS-LIM-ALUNOS
              MOVE 'A' TO WS-INC-TIPO
              MOVE WS-OA-ALUNOS TO WS-INC-VALOR
              PERFORM 335-REGISTRAR-INCOMUM
           END-IF
           IF WS-OA-NEGADOS > ZEROS
              MOVE 'N' TO WS-INC-TIPO
              MOVE WS-OA-NEGADOS TO WS-INC-VALOR
              PERFORM 335-REGISTRAR-INCOMUM
           END-IF
           IF WS-OA-FORA-HORA > ZEROS
              MOVE 'H' TO WS-INC-TIPO
              MOVE WS-OA-FORA-HORA TO WS-INC-VALOR
              PERFORM 335-REGISTRAR-INCOMUM
           END-IF
           IF WS-TEM-OPERDEP = 'S' AND WS-OA-CADASTRADO = 'N'
              MOVE 'S' TO WS-INC-TIPO
              MOVE ZEROS TO WS-INC-VALOR
              PERFORM 335-REGISTRAR-INCOMUM
           END-IF

           MOVE WS-OA-OPERADOR   TO LO-OPERADOR
           IF WS-OA-CADASTRADO = 'S'
              MOVE WS-OA-DEPTO   TO LO-DEPTO
           ELSE
              MOVE '  NI'        TO LO-DEPTO-X
           END-IF
           MOVE WS-OA-ACESSOS    TO LO-ACESSOS
           MOVE WS-OA-NEGADOS    TO LO-NEGADOS
           MOVE WS-OA-ALUNOS     TO LO-ALUNOS
           IF WS-TEM-CURSOCAT = 'S' AND WS-OA-CADASTRADO = 'S' AND
              WS-OA-DEPTO NOT = ZEROS
              MOVE WS-OA-FORA-DEPTO TO LO-FORA-DEPTO
           ELSE
              MOVE '    -' TO LO-FORA-DEPTO-X
           END-IF
           MOVE WS-OA-FORA-HORA  TO LO-FORA-HORA
           MOVE WS-OA-PROG (1)   TO LO-PROG-015
           MOVE WS-OA-PROG (2)   TO LO-PROG-025
           MOVE WS-OA-PROG (3)   TO LO-PROG-027
           MOVE WS-OA-PROG (4)   TO LO-PROG-010
           IF WS-OA-INCOMUM = 'S'
              MOVE '***' TO LO-OBS
           ELSE
              MOVE SPACES TO LO-OBS
           END-IF
           MOVE WS-LIN-OPERADOR TO WS-REG-ACESREL
           WRITE WS-REG-ACESREL

           ADD WS-OA-ACESSOS    TO WS-TOT-ACESSOS
           ADD WS-OA-NEGADOS    TO WS-TOT-NEGADOS
           ADD WS-OA-ALUNOS     TO WS-TOT-ALUNOS
           ADD WS-OA-FORA-DEPTO TO WS-TOT-FORA-DEPTO
           ADD WS-OA-FORA-HORA  TO WS-TOT-FORA-HORA
           PERFORM 331-SOMAR-PROGRAMA
              VARYING WS-PG FROM 1 BY 1 UNTIL WS-PG > 4
           IF WS-OA-PROG (4) > ZEROS
              PERFORM 332-REGISTRAR-EMISSAO
           END-IF
           .
       331-SOMAR-PROGRAMA.

           ADD WS-OA-PROG (WS-PG) TO WS-TOT-PROG (WS-PG)
           .
      *    GUARDA AS EMISSOES DO OPERADOR NA TABELA (CHEIA, SO SOMA)
       332-REGISTRAR-EMISSAO.

           ADD 1 TO WS-CTEMISSORES
           ADD WS-OA-EMIS-ALUNOS TO WS-TOT-EMIS-ALUNOS
           ADD WS-OA-EMIS-FORA   TO WS-TOT-EMIS-FORA
           IF WS-QTDE-EMIS < 300
              ADD 1 TO WS-QTDE-EMIS
              MOVE WS-OA-OPERADOR    TO WS-EM-OPERADOR (WS-QTDE-EMIS)
              MOVE WS-OA-PROG (4)    TO WS-EM-BOLETINS (WS-QTDE-EMIS)
              MOVE WS-OA-EMIS-ALUNOS TO WS-EM-ALUNOS (WS-QTDE-EMIS)
              MOVE WS-OA-EMIS-FORA   TO WS-EM-FORA (WS-QTDE-EMIS)
              IF WS-TEM-CURSOCAT = 'S' AND WS-OA-CADASTRADO = 'S' AND
                 WS-OA-DEPTO NOT = ZEROS
                 MOVE 'S' TO WS-EM-CONFERIDO (WS-QTDE-EMIS)
              ELSE
                 MOVE 'N' TO WS-EM-CONFERIDO (WS-QTDE-EMIS)
              END-IF
           END-IF
           .
      *    GUARDA O PADRAO NA TABELA (CHEIA, SO CONTA)
       335-REGISTRAR-INCOMUM.

           ADD 1 TO WS-CTINCOMUNS
           MOVE 'S' TO WS-OA-INCOMUM
           IF WS-QTDE-INC < 500
              ADD 1 TO WS-QTDE-INC
              MOVE WS-OA-OPERADOR TO WS-IN-OPERADOR (WS-QTDE-INC)
              MOVE WS-INC-TIPO    TO WS-IN-TIPO (WS-QTDE-INC)
              MOVE WS-INC-VALOR   TO WS-IN-VALOR (WS-QTDE-INC)
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG075 <-------------------*
