       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG069.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 07/10/2026.
       DATE-COMPILED. 07/10/2026.
      *--------------------------------------------------------------*
      *    ACIDENTES POR DIA DA SEMANA E FERIADOS - ANALISE DE UM    *
      *    PERIODO (CARTAO COM DATA INICIAL E FINAL, ATE 731 DIAS)   *
      *    SOBRE O HISTORICO DIARIO POR CIDADE (ACIDDIA) E O         *
      *    CALENDARIO DE FERIADOS NACIONAIS E ESTADUAIS (FERIADOS).  *
      *    CADA DIA DO PERIODO E CLASSIFICADO NO CALENDARIO DA UF:   *
      *    DIA NORMAL, FERIADO, FERIADAO (3 OU MAIS DIAS SEGUIDOS    *
      *    SEM EXPEDIENTE COM FERIADO OU PONTO FACULTATIVO), VESPERA *
      *    DE FERIADAO (DIA UTIL ANTERIOR) E POS-FERIADAO (DIA UTIL  *
      *    SEGUINTE). ACIDENTES E OBITOS SAEM POR DIA DA SEMANA E    *
      *    POR TIPO DE DIA, POR UF E PARA AS N CIDADES COM MAIS      *
      *    ACIDENTES, COMO INDICE SOBRE A MEDIA DIARIA DO PERIODO    *
      *    (100 = MEDIA; 150 = 50% ACIMA DA MEDIA), PARA O           *
      *    PLANEJAMENTO DA FISCALIZACAO DE CARNAVAL E FIM DE ANO.    *
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
           SELECT FERIADOS  ASSIGN TO "FERIADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.
           SELECT ACIDDIA   ASSIGN TO "ACIDDIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACIDDIA.
           SELECT CIDADEIX  ASSIGN TO "CIDADEIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-CODIGO
               FILE STATUS IS WS-FS-CIDADEIX.
           SELECT ORDACID   ASSIGN TO "SORTWK01".
           SELECT ANALREL   ASSIGN TO "ANALREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANALREL.
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
      *-----> CARTAO: DATA INICIAL, DATA FINAL (AAAAMMDD) E QUANTAS
      *       CIDADES ANALISAR (99 - BRANCO/ZERO ASSUME 10, MAXIMO 20)
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-DATA-INI       PIC 9(08).
           05  WS-PARM-DATA-FIM       PIC 9(08).
           05  WS-PARM-TOPN           PIC 9(02).

       FD  FERIADOS
           LABEL RECORDS ARE STANDARD.
           COPY CGFERIAD.

       FD  ACIDDIA
           LABEL RECORDS ARE STANDARD.
           COPY CGACIDIA.

       FD  CIDADEIX
           LABEL RECORDS ARE STANDARD.
           COPY CGCIDIXF.

      *-----> DIAS DO PERIODO EM ORDEM DE CIDADE + DATA PARA A QUEBRA
      *       POR CIDADE (O ACIDDIA ESTA EM ORDEM DE FECHAMENTO)
       SD  ORDACID.
       01  SR-REG-CIDADE-DIA.
           05  SR-CIDADE           PIC 9(05).
           05  SR-DATA             PIC 9(08).
           05  SR-QTDACID          PIC S9(07).
           05  SR-QTDOBIT          PIC S9(07).

       FD  ANALREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-ANALREL             PIC X(80).

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
           05  WS-FIM-FER             PIC X(01) VALUE 'N'.
           05  WS-FIM-AUX             PIC X(01) VALUE 'N'.
           05  WS-FIM-SORT            PIC X(01) VALUE 'N'.
           05  WS-TEM-CIDADEIX        PIC X(01) VALUE 'N'.
           05  WS-REG-VALIDO          PIC X(01).
           05  WS-CTFERLIDO           PIC 9(07) VALUE ZEROS.
           05  WS-CTFERREJ            PIC 9(07) VALUE ZEROS.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(07) VALUE ZEROS.
           05  WS-CTPERIODO           PIC 9(07) VALUE ZEROS.
           05  WS-CTCIDADES           PIC 9(07) VALUE ZEROS.
           05  WS-CTEXCEC             PIC 9(07) VALUE ZEROS.
           05  WS-TOT-ACID            PIC S9(07) VALUE ZEROS.
           05  WS-TOT-OBIT            PIC S9(07) VALUE ZEROS.
           05  WS-FS-FERIADOS         PIC X(02).
           05  WS-FS-ACIDDIA          PIC X(02).
           05  WS-FS-CIDADEIX         PIC X(02).
           05  WS-FS-ANALREL          PIC X(02).
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

      *-----> PARAMETROS DA RODADA
       77  WS-DATA-INI                PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM                PIC 9(08) VALUE ZEROS.
       77  WS-TOPN                    PIC 9(02) VALUE ZEROS.
       77  WS-JDN-INI                 PIC 9(07).
       77  WS-JDN-FIM                 PIC 9(07).

      *-----> DIA JULIANO (CONTAGEM CONTINUA DE DIAS) - CONVERSAO DE
      *       E PARA AAAAMMDD SO COM DIVISAO INTEIRA, PARA ANDAR NO
      *       CALENDARIO E ACHAR O DIA DA SEMANA
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

      *-----> DIAS DO PERIODO COM UMA SEMANA DE FOLGA DE CADA LADO
      *       (O FERIADAO QUE COMECA ANTES OU TERMINA DEPOIS DO
      *       PERIODO TAMBEM CONTA). POSICAO 1 = DATA INICIAL - 7.
      *       WS-DI-FER : FERIADO NACIONAL ('F') OU PONTO ('P');
      *       WS-DI-NAOUTIL/WS-DI-FER-UF: TRABALHO DO CALENDARIO DA UF
       77  WS-QTDE-DIAS               PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-DIAS-EXT           PIC 9(03) VALUE ZEROS.
       77  WS-JDN-BASE                PIC 9(07).
       77  WS-DX                      PIC 9(03).
       77  WS-DY                      PIC 9(03).
       77  WS-DZ                      PIC 9(03).
       77  WS-DX-INI                  PIC 9(03).
       77  WS-DX-FIM                  PIC 9(03).
       77  WS-TAM-SEQ                 PIC 9(03).
       77  WS-TEM-FER                 PIC X(01).
       77  WS-FIM-SEQ                 PIC X(01).
       01  WS-TAB-DIAS.
           05  WS-DIA  OCCURS 745 TIMES.
               10  WS-DI-DATA           PIC 9(08).
               10  WS-DI-DSEM           PIC 9(01).
               10  WS-DI-FER            PIC X(01).
               10  WS-DI-NAOUTIL        PIC X(01).
               10  WS-DI-FER-UF         PIC X(01).

      *-----> FERIADOS ESTADUAIS DO PERIODO (POSICAO NA TABELA DE DIAS)
       77  WS-QTDE-FEST               PIC 9(03) VALUE ZEROS.
       77  WS-FE-I                    PIC 9(03).
       01  WS-TAB-FEST.
           05  WS-FEST  OCCURS 300 TIMES.
               10  WS-FE-UF             PIC X(02).
               10  WS-FE-POS            PIC 9(03).
               10  WS-FE-TIPO           PIC X(01).

      *-----> UFS ANALISADAS - CALENDARIO PROPRIO (TIPO DE CADA DIA:
      *       1 NORMAL, 2 FERIADO, 3 FERIADAO, 4 VESPERA, 5 POS) E OS
      *       DOZE QUADROS: 1-7 DOMINGO A SABADO, 8-12 TIPO DE DIA.
      *       A UF 'NI' RECEBE AS CIDADES SEM CADASTRO (SO FERIADOS
      *       NACIONAIS)
       77  WS-QTDE-UF                 PIC 9(02) VALUE ZEROS.
       77  WS-UF-I                    PIC 9(02).
       77  WS-UF-J                    PIC 9(02).
       77  WS-UF-IDX                  PIC 9(02).
       77  WS-UF-ACHOU                PIC X(01).
       01  WS-TAB-UFS.
           05  WS-UFT  OCCURS 30 TIMES.
               10  WS-UT-UF             PIC X(02).
               10  WS-UT-RANK           PIC 9(02).
               10  WS-UT-CIDADES        PIC 9(05).
               10  WS-UT-QUADRO.
                   15  WS-UT-ACID       PIC S9(07).
                   15  WS-UT-OBIT       PIC S9(07).
                   15  WS-UT-SLOT  OCCURS 12 TIMES.
                       20  WS-UT-DIAS       PIC 9(03).
                       20  WS-UT-SL-ACID    PIC S9(07).
                       20  WS-UT-SL-OBIT    PIC S9(07).
               10  WS-UT-CAT  OCCURS 745 TIMES PIC 9(01).

      *-----> CIDADE CORRENTE DA QUEBRA E AS N CIDADES COM MAIS
      *       ACIDENTES (MESMO LAYOUT - A CIDADE ENTRA INTEIRA)
       77  WS-QTDE-TOP                PIC 9(02) VALUE ZEROS.
       77  WS-TP-I                    PIC 9(02).
       77  WS-TP-J                    PIC 9(02).
       77  WS-TP-IDX                  PIC 9(02).
       77  WS-RANK                    PIC 9(02).
       77  WS-J-MELHOR                PIC X(01).
       01  WS-CIDADE-ATUAL.
           05  WS-CA-CODIGO           PIC 9(05).
           05  WS-CA-NOME             PIC X(25).
           05  WS-CA-UF               PIC X(02).
           05  WS-CA-UFIDX            PIC 9(02).
           05  WS-CA-ACID             PIC S9(07).
           05  WS-CA-OBIT             PIC S9(07).
           05  WS-CA-SLOT  OCCURS 12 TIMES.
               10  WS-CA-SL-ACID        PIC S9(07).
               10  WS-CA-SL-OBIT        PIC S9(07).
       01  WS-TAB-TOP.
           05  WS-TOP  OCCURS 20 TIMES.
               10  WS-TP-CIDADE.
                   15  WS-TP-CODIGO     PIC 9(05).
                   15  WS-TP-NOME       PIC X(25).
                   15  WS-TP-UF         PIC X(02).
                   15  WS-TP-UFIDX      PIC 9(02).
                   15  WS-TP-ACID       PIC S9(07).
                   15  WS-TP-OBIT       PIC S9(07).
                   15  WS-TP-SLOT  OCCURS 12 TIMES.
                       20  WS-TP-SL-ACID    PIC S9(07).
                       20  WS-TP-SL-OBIT    PIC S9(07).
               10  WS-TP-RANK           PIC 9(02).

      *-----> QUADRO EM IMPRESSAO (UF OU CIDADE) E O CALCULO DOS
      *       INDICES: (ACIDENTES DO TIPO / DIAS DO TIPO) SOBRE
      *       (ACIDENTES DO PERIODO / DIAS DO PERIODO) * 100
       77  WS-SL                      PIC 9(02).
       77  WS-CAT                     PIC 9(01).
       01  WS-QUADRO.
           05  WS-QD-ACID             PIC S9(07).
           05  WS-QD-OBIT             PIC S9(07).
           05  WS-QD-SLOT  OCCURS 12 TIMES.
               10  WS-QD-DIAS           PIC 9(03).
               10  WS-QD-SL-ACID        PIC S9(07).
               10  WS-QD-SL-OBIT        PIC S9(07).
       01  WS-AREA-INDICE.
           05  WS-MEDIA               PIC S9(05)V99.
           05  WS-IND-ACID            PIC S9(07).
           05  WS-IND-OBIT            PIC S9(07).

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

      *-----> ROTULOS DOS DOZE QUADROS
       01  WS-ROTULOS-QUADRO.
           05  FILLER                 PIC X(20) VALUE 'DOMINGO'.
           05  FILLER                 PIC X(20) VALUE 'SEGUNDA-FEIRA'.
           05  FILLER                 PIC X(20) VALUE 'TERCA-FEIRA'.
           05  FILLER                 PIC X(20) VALUE 'QUARTA-FEIRA'.
           05  FILLER                 PIC X(20) VALUE 'QUINTA-FEIRA'.
           05  FILLER                 PIC X(20) VALUE 'SEXTA-FEIRA'.
           05  FILLER                 PIC X(20) VALUE 'SABADO'.
           05  FILLER                 PIC X(20) VALUE 'DIA NORMAL'.
           05  FILLER                 PIC X(20) VALUE 'FERIADO'.
           05  FILLER                 PIC X(20) VALUE 'FERIADAO'.
           05  FILLER                 PIC X(20) VALUE
               'VESPERA DE FERIADAO'.
           05  FILLER                 PIC X(20) VALUE 'POS-FERIADAO'.
       01  WS-ROTULOS-R  REDEFINES WS-ROTULOS-QUADRO.
           05  WS-ROTULO  OCCURS 12 TIMES PIC X(20).

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05  FILLER              PIC X(50) VALUE
               'CGPRG069 - ACIDENTES POR DIA DA SEMANA E FERIADOS'.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'EMISSAO '.
           05  LT-DATA             PIC X(10).
       01  WS-LIN-PERIODO.
           05  FILLER              PIC X(11) VALUE 'PERIODO DE '.
           05  LP-DATA-INI         PIC X(10).
           05  FILLER              PIC X(03) VALUE ' A '.
           05  LP-DATA-FIM         PIC X(10).
           05  FILLER              PIC X(02) VALUE ' ('.
           05  LP-DIAS             PIC ZZ9.
           05  FILLER              PIC X(06) VALUE ' DIAS)'.
           05  FILLER              PIC X(32) VALUE
               ' - INDICE 100 = MEDIA DO PERIODO'.
       01  WS-LIN-UF.
           05  FILLER              PIC X(03) VALUE 'UF '.
           05  LU-UF               PIC X(02).
           05  FILLER              PIC X(12) VALUE ' - CIDADES: '.
           05  LU-CIDADES          PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LU-OBS              PIC X(30).
       01  WS-LIN-CIDADE.
           05  LCI-RANK            PIC Z9.
           05  FILLER              PIC X(09) VALUE '. CIDADE '.
           05  LCI-CODIGO          PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LCI-NOME            PIC X(25).
           05  FILLER              PIC X(06) VALUE ' - UF '.
           05  LCI-UF              PIC X(02).
       01  WS-LIN-CAB-QUADRO.
           05  LC-ROTULO           PIC X(20).
           05  FILLER              PIC X(40) VALUE
               ' DIAS  ACIDENTES MED./DIA  INDICE     OB'.
           05  FILLER              PIC X(12) VALUE
               'ITOS  INDICE'.
       01  WS-LIN-DET-QUADRO.
           05  LD-ROTULO           PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-DIAS             PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-ACID             PIC -Z.ZZZ.ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-MEDIA            PIC Z.ZZ9,99.
           05  LD-MEDIA-X  REDEFINES LD-MEDIA PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LD-IND-ACID         PIC ZZZZZ9.
           05  LD-IND-ACID-X  REDEFINES LD-IND-ACID PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LD-OBIT             PIC -Z.ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LD-IND-OBIT         PIC ZZZZZ9.
           05  LD-IND-OBIT-X  REDEFINES LD-IND-OBIT PIC X(06).
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG069.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG069 - ACIDENTES POR DIA DA SEMANA E"
           DISPLAY "FERIADOS"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              SORT ORDACID
                  ON ASCENDING KEY SR-CIDADE
                                   SR-DATA
                  INPUT PROCEDURE IS 200-LIBERAR-ACIDDIA
                  OUTPUT PROCEDURE IS 300-APURAR-CIDADES
              PERFORM 050-IMPRIMIR-UFS
              PERFORM 055-IMPRIMIR-CIDADES
              PERFORM 080-IMPRIMIR-NOTAS
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - CARTAO INVALIDO OU SEM FERIADOS
      *    OU SEM O ACIDDIA NAO HA O QUE ANALISAR (RC 08)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           OPEN INPUT SYSIN
           READ SYSIN
               AT END
                   DISPLAY ' * ERRO: CARTAO DE PARAMETRO AUSENTE'
                   MOVE 'S' TO WS-ABEND
                   MOVE 08  TO RETURN-CODE
           END-READ
           CLOSE SYSIN
           IF WS-ABEND NOT = 'S'
              PERFORM 015-VALIDAR-CARTAO
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT FERIADOS
              IF WS-FS-FERIADOS NOT = '00'
                 DISPLAY ' * ERRO ABRINDO FERIADOS - FS='
                     WS-FS-FERIADOS
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT ACIDDIA
              IF WS-FS-ACIDDIA NOT = '00'
                 DISPLAY ' * ERRO ABRINDO ACIDDIA - FS=' WS-FS-ACIDDIA
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
                 CLOSE FERIADOS
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              OPEN INPUT CIDADEIX
              IF WS-FS-CIDADEIX NOT = '00'
                 DISPLAY ' * ERRO ABRINDO CIDADEIX - FS='
                     WS-FS-CIDADEIX ' - CIDADES NA UF NI'
              ELSE
                 MOVE 'S' TO WS-TEM-CIDADEIX
              END-IF
              PERFORM 020-MONTAR-DIA
                 VARYING WS-DX FROM 1 BY 1
                 UNTIL WS-DX > WS-QTDE-DIAS-EXT
              PERFORM 025-LER-FERIADO UNTIL WS-FIM-FER = 'S'
              CLOSE FERIADOS
              OPEN OUTPUT ANALREL
              MOVE WS-HOJE-DIA TO WS-DE-DIA
              MOVE WS-HOJE-MES TO WS-DE-MES
              MOVE WS-HOJE-ANO TO WS-DE-ANO
              MOVE WS-DATA-ED  TO LT-DATA
              MOVE WS-LIN-TITULO TO WS-REG-ANALREL
              WRITE WS-REG-ANALREL
              MOVE WS-DATA-INI TO WS-DATA-TRAB
              PERFORM 079-EDITAR-DATA
              MOVE WS-DATA-ED  TO LP-DATA-INI
              MOVE WS-DATA-FIM TO WS-DATA-TRAB
              PERFORM 079-EDITAR-DATA
              MOVE WS-DATA-ED  TO LP-DATA-FIM
              MOVE WS-QTDE-DIAS TO LP-DIAS
              MOVE WS-LIN-PERIODO TO WS-REG-ANALREL
              WRITE WS-REG-ANALREL
              MOVE SPACES TO WS-REG-ANALREL
              WRITE WS-REG-ANALREL
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
      *    CRITICA DO CARTAO - AS DATAS TEM QUE EXISTIR (IDA E VOLTA
      *    PELO DIA JULIANO) E O PERIODO TEM NO MAXIMO 731 DIAS
      *--------------------------------------------------------------*
       015-VALIDAR-CARTAO.

           MOVE WS-PARM-DATA-INI TO WS-DATA-TRAB
           PERFORM 016-VALIDAR-DATA
           IF WS-REG-VALIDO = 'N'
              DISPLAY ' * ERRO: DATA INICIAL INVALIDA NO CARTAO - '
                  WS-PARM-DATA-INI
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              MOVE WS-JDN TO WS-JDN-INI
              MOVE WS-PARM-DATA-FIM TO WS-DATA-TRAB
              PERFORM 016-VALIDAR-DATA
              IF WS-REG-VALIDO = 'N'
                 DISPLAY ' * ERRO: DATA FINAL INVALIDA NO CARTAO - '
                     WS-PARM-DATA-FIM
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              ELSE
                 MOVE WS-JDN TO WS-JDN-FIM
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              IF WS-JDN-FIM < WS-JDN-INI OR
                 WS-JDN-FIM - WS-JDN-INI > 730
                 DISPLAY ' * ERRO: PERIODO INVALIDO NO CARTAO - '
                     WS-PARM-DATA-INI ' A ' WS-PARM-DATA-FIM
                     ' (ATE 731 DIAS)'
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              MOVE WS-PARM-DATA-INI TO WS-DATA-INI
              MOVE WS-PARM-DATA-FIM TO WS-DATA-FIM
              COMPUTE WS-QTDE-DIAS = WS-JDN-FIM - WS-JDN-INI + 1
              COMPUTE WS-QTDE-DIAS-EXT = WS-QTDE-DIAS + 14
              COMPUTE WS-JDN-BASE = WS-JDN-INI - 7
              COMPUTE WS-DX-INI = 8
              COMPUTE WS-DX-FIM = WS-QTDE-DIAS + 7
              IF WS-PARM-TOPN NUMERIC AND WS-PARM-TOPN > ZEROS
                 MOVE WS-PARM-TOPN TO WS-TOPN
              ELSE
                 MOVE 10 TO WS-TOPN
              END-IF
              IF WS-TOPN > 20
                 MOVE 20 TO WS-TOPN
              END-IF
              DISPLAY 'PERIODO: ' WS-DATA-INI ' A ' WS-DATA-FIM
                  ' - ' WS-QTDE-DIAS ' DIAS - CIDADES: ' WS-TOPN
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
      *    MONTAR A TABELA DE DIAS: DATA E DIA DA SEMANA DE CADA
      *    POSICAO (1 = DOMINGO ... 7 = SABADO)
      *--------------------------------------------------------------*
       020-MONTAR-DIA.

           COMPUTE WS-JDN = WS-JDN-BASE + WS-DX - 1
           PERFORM 071-CALCULAR-DATA
           MOVE WS-DJ-DATA TO WS-DI-DATA (WS-DX)
           COMPUTE WS-J-T1 = WS-JDN + 1
           DIVIDE WS-J-T1 BY 7 GIVING WS-J-T2 REMAINDER WS-J-RESTO
           COMPUTE WS-DI-DSEM (WS-DX) = WS-J-RESTO + 1
           MOVE SPACE TO WS-DI-FER (WS-DX)
           .
      *--------------------------------------------------------------*
      *    LER O CALENDARIO DE FERIADOS - O NACIONAL VAI DIRETO NA
      *    TABELA DE DIAS, O ESTADUAL NA TABELA DE FERIADOS DA UF;
      *    FERIADO FORA DO PERIODO (COM A FOLGA) E IGNORADO
      *--------------------------------------------------------------*
       025-LER-FERIADO.

           READ FERIADOS
               AT END
                   MOVE 'S' TO WS-FIM-FER
               NOT AT END
                   ADD 1 TO WS-CTFERLIDO
                   PERFORM 026-CRITICAR-FERIADO
                   IF WS-REG-VALIDO = 'S'
                      PERFORM 028-GUARDAR-FERIADO
                   END-IF
                   IF WS-REG-VALIDO = 'N'
                      ADD 1 TO WS-CTFERREJ
                      MOVE SPACES  TO WS-CHAVE-EXC
                      MOVE FE-REG-FERIADO (1:8) TO WS-CHAVE-EXC (1:8)
                      MOVE FE-UF   TO WS-CHAVE-EXC (10:2)
                      PERFORM 060-GRAVAR-EXCECAO
                   END-IF
           END-READ
           .
       026-CRITICAR-FERIADO.

           MOVE FE-DATA TO WS-DATA-TRAB
           PERFORM 016-VALIDAR-DATA
           IF WS-REG-VALIDO = 'N'
              MOVE 'DATA DO FERIADO INVALIDA' TO WS-MOTIVO-EXC
           ELSE
           IF FE-TIPO NOT = 'N' AND FE-TIPO NOT = 'E'
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'TIPO DEVE SER N OU E' TO WS-MOTIVO-EXC
           ELSE
           IF FE-TIPO = 'E' AND FE-UF = SPACES
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'FERIADO ESTADUAL SEM UF' TO WS-MOTIVO-EXC
           ELSE
           IF FE-PONTE NOT = 'S' AND FE-PONTE NOT = 'N' AND
              FE-PONTE NOT = SPACE
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'INDICADOR DE PONTE INVALIDO' TO WS-MOTIVO-EXC
           END-IF
           END-IF
           END-IF
           END-IF
           .
       028-GUARDAR-FERIADO.

           IF WS-JDN NOT < WS-JDN-BASE AND
              WS-JDN - WS-JDN-BASE < WS-QTDE-DIAS-EXT
              COMPUTE WS-DX = WS-JDN - WS-JDN-BASE + 1
              IF FE-TIPO = 'N'
                 IF FE-PONTE = 'S'
                    IF WS-DI-FER (WS-DX) = SPACE
                       MOVE 'P' TO WS-DI-FER (WS-DX)
                    END-IF
                 ELSE
                    MOVE 'F' TO WS-DI-FER (WS-DX)
                 END-IF
              ELSE
                 IF WS-QTDE-FEST = 300
                    MOVE 'N' TO WS-REG-VALIDO
                    MOVE 'TABELA DE FERIADOS CHEIA (300)'
                        TO WS-MOTIVO-EXC
                 ELSE
                    ADD 1 TO WS-QTDE-FEST
                    MOVE FE-UF TO WS-FE-UF  (WS-QTDE-FEST)
                    MOVE WS-DX TO WS-FE-POS (WS-QTDE-FEST)
                    IF FE-PONTE = 'S'
                       MOVE 'P' TO WS-FE-TIPO (WS-QTDE-FEST)
                    ELSE
                       MOVE 'F' TO WS-FE-TIPO (WS-QTDE-FEST)
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR O CALENDARIO DA UF WS-UF-IDX: DIAS SEM EXPEDIENTE
      *    (SABADO, DOMINGO, FERIADO E PONTO NACIONAL OU DA UF),
      *    FERIADAO = SEQUENCIA DE 3 OU MAIS DESSES DIAS COM ALGUM
      *    FERIADO OU PONTO; O DIA UTIL ANTES E A VESPERA, O DIA UTIL
      *    DEPOIS E O POS-FERIADAO (ENTRE DOIS FERIADOES, PREVALECE A
      *    VESPERA). CONTA OS DIAS DE CADA QUADRO DENTRO DO PERIODO
      *--------------------------------------------------------------*
       030-MONTAR-CALENDARIO-UF.

           PERFORM 031-PREPARAR-DIA
              VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > WS-QTDE-DIAS-EXT
           PERFORM 032-APLICAR-ESTADUAL
              VARYING WS-FE-I FROM 1 BY 1
              UNTIL WS-FE-I > WS-QTDE-FEST
           PERFORM 033-PERCORRER-DIA
              VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > WS-QTDE-DIAS-EXT
           PERFORM 037-CONTAR-DIA
              VARYING WS-DX FROM WS-DX-INI BY 1
              UNTIL WS-DX > WS-DX-FIM
           .
       031-PREPARAR-DIA.

           MOVE WS-DI-FER (WS-DX) TO WS-DI-FER-UF (WS-DX)
           IF WS-DI-FER (WS-DX) NOT = SPACE
              MOVE 2 TO WS-UT-CAT (WS-UF-IDX, WS-DX)
           ELSE
              MOVE 1 TO WS-UT-CAT (WS-UF-IDX, WS-DX)
           END-IF
           IF WS-DI-FER (WS-DX) NOT = SPACE OR
              WS-DI-DSEM (WS-DX) = 1 OR WS-DI-DSEM (WS-DX) = 7
              MOVE 'S' TO WS-DI-NAOUTIL (WS-DX)
           ELSE
              MOVE 'N' TO WS-DI-NAOUTIL (WS-DX)
           END-IF
           .
       032-APLICAR-ESTADUAL.

           IF WS-FE-UF (WS-FE-I) = WS-UT-UF (WS-UF-IDX)
              MOVE WS-FE-POS (WS-FE-I) TO WS-DX
              MOVE 'S' TO WS-DI-NAOUTIL (WS-DX)
              MOVE 2   TO WS-UT-CAT (WS-UF-IDX, WS-DX)
              IF WS-DI-FER-UF (WS-DX) NOT = 'F'
                 MOVE WS-FE-TIPO (WS-FE-I) TO WS-DI-FER-UF (WS-DX)
              END-IF
           END-IF
           .
       033-PERCORRER-DIA.

           IF WS-DI-NAOUTIL (WS-DX) = 'S'
              IF WS-DX = 1
                 PERFORM 034-MEDIR-SEQUENCIA
              ELSE
                 IF WS-DI-NAOUTIL (WS-DX - 1) = 'N'
                    PERFORM 034-MEDIR-SEQUENCIA
                 END-IF
              END-IF
           END-IF
           .
       034-MEDIR-SEQUENCIA.

           MOVE WS-DX TO WS-DY
           MOVE 'N'   TO WS-TEM-FER
           MOVE 'N'   TO WS-FIM-SEQ
           PERFORM 035-ESTENDER-SEQUENCIA UNTIL WS-FIM-SEQ = 'S'
           COMPUTE WS-TAM-SEQ = WS-DY - WS-DX
           IF WS-TAM-SEQ NOT < 3 AND WS-TEM-FER = 'S'
              PERFORM 036-MARCAR-FERIADAO
                 VARYING WS-DZ FROM WS-DX BY 1
                 UNTIL WS-DZ = WS-DY
              IF WS-DX > 1
                 MOVE 4 TO WS-UT-CAT (WS-UF-IDX, WS-DX - 1)
              END-IF
              IF WS-DY NOT > WS-QTDE-DIAS-EXT
                 MOVE 5 TO WS-UT-CAT (WS-UF-IDX, WS-DY)
              END-IF
           END-IF
           .
       035-ESTENDER-SEQUENCIA.

           IF WS-DY > WS-QTDE-DIAS-EXT
              MOVE 'S' TO WS-FIM-SEQ
           ELSE
              IF WS-DI-NAOUTIL (WS-DY) = 'N'
                 MOVE 'S' TO WS-FIM-SEQ
              ELSE
                 IF WS-DI-FER-UF (WS-DY) NOT = SPACE
                    MOVE 'S' TO WS-TEM-FER
                 END-IF
                 ADD 1 TO WS-DY
              END-IF
           END-IF
           .
       036-MARCAR-FERIADAO.

           MOVE 3 TO WS-UT-CAT (WS-UF-IDX, WS-DZ)
           .
       037-CONTAR-DIA.

           MOVE WS-DI-DSEM (WS-DX) TO WS-SL
           ADD 1 TO WS-UT-DIAS (WS-UF-IDX, WS-SL)
           COMPUTE WS-SL = 7 + WS-UT-CAT (WS-UF-IDX, WS-DX)
           ADD 1 TO WS-UT-DIAS (WS-UF-IDX, WS-SL)
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A UF DA CIDADE CORRENTE - UF NOVA GANHA O SEU
      *    CALENDARIO NA HORA
      *--------------------------------------------------------------*
       040-LOCALIZAR-UF.

           MOVE 'N'   TO WS-UF-ACHOU
           MOVE ZEROS TO WS-UF-IDX
           PERFORM 041-COMPARAR-UF
              VARYING WS-UF-I FROM 1 BY 1
              UNTIL WS-UF-I > WS-QTDE-UF OR WS-UF-ACHOU = 'S'
           IF WS-UF-ACHOU = 'N'
              IF WS-QTDE-UF = 30
                 MOVE SPACES       TO WS-CHAVE-EXC
                 MOVE WS-CA-CODIGO TO WS-CHAVE-EXC (1:5)
                 MOVE WS-CA-UF     TO WS-CHAVE-EXC (7:2)
                 MOVE 'TABELA DE UFS CHEIA (30)' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 ADD 1 TO WS-QTDE-UF
                 MOVE WS-QTDE-UF TO WS-UF-IDX
                 INITIALIZE WS-UFT (WS-UF-IDX)
                 MOVE WS-CA-UF   TO WS-UT-UF (WS-UF-IDX)
                 PERFORM 030-MONTAR-CALENDARIO-UF
              END-IF
           END-IF
           MOVE WS-UF-IDX TO WS-CA-UFIDX
           .
       041-COMPARAR-UF.

           IF WS-UT-UF (WS-UF-I) = WS-CA-UF
              MOVE 'S'     TO WS-UF-ACHOU
              MOVE WS-UF-I TO WS-UF-IDX
           END-IF
           .
      *--------------------------------------------------------------*
      *    QUADROS POR UF, EM ORDEM ALFABETICA DA UF (POSICAO = 1 +
      *    QUANTAS UFS VEM ANTES)
      *--------------------------------------------------------------*
       050-IMPRIMIR-UFS.

           IF WS-QTDE-UF = ZEROS
              MOVE ' * NENHUM ACIDENTE NO PERIODO' TO WS-REG-ANALREL
              WRITE WS-REG-ANALREL
           END-IF
           PERFORM 051-CLASSIFICAR-UF
              VARYING WS-UF-I FROM 1 BY 1
              UNTIL WS-UF-I > WS-QTDE-UF
           PERFORM 053-IMPRIMIR-POSICAO-UF
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-QTDE-UF
           .
       051-CLASSIFICAR-UF.

           MOVE 1 TO WS-UT-RANK (WS-UF-I)
           PERFORM 052-COMPARAR-UF
              VARYING WS-UF-J FROM 1 BY 1
              UNTIL WS-UF-J > WS-QTDE-UF
           .
       052-COMPARAR-UF.

           IF WS-UT-UF (WS-UF-J) < WS-UT-UF (WS-UF-I)
              ADD 1 TO WS-UT-RANK (WS-UF-I)
           END-IF
           .
       053-IMPRIMIR-POSICAO-UF.

           PERFORM 054-IMPRIMIR-UF
              VARYING WS-UF-I FROM 1 BY 1
              UNTIL WS-UF-I > WS-QTDE-UF
           .
       054-IMPRIMIR-UF.

           IF WS-UT-RANK (WS-UF-I) = WS-RANK
              MOVE WS-UT-UF (WS-UF-I)      TO LU-UF
              MOVE WS-UT-CIDADES (WS-UF-I) TO LU-CIDADES
              IF WS-UT-UF (WS-UF-I) = 'NI'
                 MOVE '(CIDADES SEM CADASTRO)' TO LU-OBS
              ELSE
                 MOVE SPACES TO LU-OBS
              END-IF
              MOVE WS-LIN-UF TO WS-REG-ANALREL
              WRITE WS-REG-ANALREL
              MOVE WS-UT-QUADRO (WS-UF-I) TO WS-QUADRO
              PERFORM 065-IMPRIMIR-QUADRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    QUADROS DAS CIDADES COM MAIS ACIDENTES - POSICAO = 1 +
      *    QUANTAS TEM MAIS ACIDENTES (EMPATE: MENOR CODIGO NA FRENTE)
      *--------------------------------------------------------------*
       055-IMPRIMIR-CIDADES.

           IF WS-QTDE-TOP > ZEROS
              MOVE ALL '=' TO WS-REG-ANALREL
              WRITE WS-REG-ANALREL
              MOVE 'CIDADES COM MAIS ACIDENTES NO PERIODO'
                  TO WS-REG-ANALREL
              WRITE WS-REG-ANALREL
              MOVE SPACES TO WS-REG-ANALREL
              WRITE WS-REG-ANALREL
           END-IF
           PERFORM 056-CLASSIFICAR-CIDADE
              VARYING WS-TP-I FROM 1 BY 1
              UNTIL WS-TP-I > WS-QTDE-TOP
           PERFORM 058-IMPRIMIR-POSICAO-CIDADE
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-QTDE-TOP
           .
       056-CLASSIFICAR-CIDADE.

           MOVE 1 TO WS-TP-RANK (WS-TP-I)
           PERFORM 057-COMPARAR-CIDADE
              VARYING WS-TP-J FROM 1 BY 1
              UNTIL WS-TP-J > WS-QTDE-TOP
           .
       057-COMPARAR-CIDADE.

           IF WS-TP-ACID (WS-TP-J) > WS-TP-ACID (WS-TP-I)
              ADD 1 TO WS-TP-RANK (WS-TP-I)
           ELSE
              IF WS-TP-ACID (WS-TP-J) = WS-TP-ACID (WS-TP-I) AND
                 WS-TP-CODIGO (WS-TP-J) < WS-TP-CODIGO (WS-TP-I)
                 ADD 1 TO WS-TP-RANK (WS-TP-I)
              END-IF
           END-IF
           .
       058-IMPRIMIR-POSICAO-CIDADE.

           PERFORM 059-IMPRIMIR-CIDADE
              VARYING WS-TP-I FROM 1 BY 1
              UNTIL WS-TP-I > WS-QTDE-TOP
           .
       059-IMPRIMIR-CIDADE.

           IF WS-TP-RANK (WS-TP-I) = WS-RANK
              MOVE WS-RANK                TO LCI-RANK
              MOVE WS-TP-CODIGO (WS-TP-I) TO LCI-CODIGO
              MOVE WS-TP-NOME (WS-TP-I)   TO LCI-NOME
              MOVE WS-TP-UF (WS-TP-I)     TO LCI-UF
              MOVE WS-LIN-CIDADE TO WS-REG-ANALREL
              WRITE WS-REG-ANALREL
      *       OS DIAS DE CADA TIPO SAO OS DO CALENDARIO DA UF
              MOVE WS-TP-ACID (WS-TP-I) TO WS-QD-ACID
              MOVE WS-TP-OBIT (WS-TP-I) TO WS-QD-OBIT
              PERFORM 067-MONTAR-QUADRO-CIDADE
                 VARYING WS-SL FROM 1 BY 1 UNTIL WS-SL > 12
              PERFORM 065-IMPRIMIR-QUADRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A EXCECAO NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTEXCEC
           DISPLAY ' * ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG069'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ACIDENTES'     TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O QUADRO EM WS-QUADRO: SETE DIAS DA SEMANA, CINCO
      *    TIPOS DE DIA E O TOTAL DO PERIODO
      *--------------------------------------------------------------*
       065-IMPRIMIR-QUADRO.

           MOVE 'DIA DA SEMANA' TO LC-ROTULO
           MOVE WS-LIN-CAB-QUADRO TO WS-REG-ANALREL
           WRITE WS-REG-ANALREL
           PERFORM 066-IMPRIMIR-LINHA-QUADRO
              VARYING WS-SL FROM 1 BY 1 UNTIL WS-SL > 7
           MOVE 'TIPO DE DIA' TO LC-ROTULO
           MOVE WS-LIN-CAB-QUADRO TO WS-REG-ANALREL
           WRITE WS-REG-ANALREL
           PERFORM 066-IMPRIMIR-LINHA-QUADRO
              VARYING WS-SL FROM 8 BY 1 UNTIL WS-SL > 12
           MOVE 'TOTAL DO PERIODO' TO LD-ROTULO
           MOVE WS-QTDE-DIAS       TO LD-DIAS
           MOVE WS-QD-ACID         TO LD-ACID
           MOVE WS-QD-OBIT         TO LD-OBIT
           COMPUTE WS-MEDIA ROUNDED = WS-QD-ACID / WS-QTDE-DIAS
           MOVE WS-MEDIA           TO LD-MEDIA
           MOVE '   100'           TO LD-IND-ACID-X
                                      LD-IND-OBIT-X
           MOVE WS-LIN-DET-QUADRO TO WS-REG-ANALREL
           WRITE WS-REG-ANALREL
           MOVE SPACES TO WS-REG-ANALREL
           WRITE WS-REG-ANALREL
           .
       066-IMPRIMIR-LINHA-QUADRO.

           MOVE WS-ROTULO (WS-SL)     TO LD-ROTULO
           MOVE WS-QD-DIAS (WS-SL)    TO LD-DIAS
           MOVE WS-QD-SL-ACID (WS-SL) TO LD-ACID
           MOVE WS-QD-SL-OBIT (WS-SL) TO LD-OBIT
           MOVE '    --'              TO LD-IND-ACID-X
                                         LD-IND-OBIT-X
           IF WS-QD-DIAS (WS-SL) = ZEROS
              MOVE '      --'         TO LD-MEDIA-X
           ELSE
              COMPUTE WS-MEDIA ROUNDED =
                  WS-QD-SL-ACID (WS-SL) / WS-QD-DIAS (WS-SL)
              MOVE WS-MEDIA TO LD-MEDIA
              IF WS-QD-ACID > ZEROS
                 COMPUTE WS-IND-ACID ROUNDED =
                     (WS-QD-SL-ACID (WS-SL) * WS-QTDE-DIAS * 100)
                   / (WS-QD-DIAS (WS-SL) * WS-QD-ACID)
                 MOVE WS-IND-ACID TO LD-IND-ACID
              END-IF
              IF WS-QD-OBIT > ZEROS
                 COMPUTE WS-IND-OBIT ROUNDED =
                     (WS-QD-SL-OBIT (WS-SL) * WS-QTDE-DIAS * 100)
                   / (WS-QD-DIAS (WS-SL) * WS-QD-OBIT)
                 MOVE WS-IND-OBIT TO LD-IND-OBIT
              END-IF
           END-IF
           MOVE WS-LIN-DET-QUADRO TO WS-REG-ANALREL
           WRITE WS-REG-ANALREL
           .
       067-MONTAR-QUADRO-CIDADE.

           MOVE WS-UT-DIAS (WS-TP-UFIDX (WS-TP-I), WS-SL)
               TO WS-QD-DIAS (WS-SL)
           MOVE WS-TP-SL-ACID (WS-TP-I, WS-SL) TO WS-QD-SL-ACID (WS-SL)
           MOVE WS-TP-SL-OBIT (WS-TP-I, WS-SL) TO WS-QD-SL-OBIT (WS-SL)
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

           MOVE ALL '-' TO WS-REG-ANALREL
           WRITE WS-REG-ANALREL
           MOVE ' INDICE = MEDIA DIARIA DO DIA/TIPO SOBRE'
               TO WS-REG-ANALREL
           MOVE ' A MEDIA DIARIA DO PERIODO X 100'
               TO WS-REG-ANALREL (41:32)
           WRITE WS-REG-ANALREL
           MOVE ' FERIADAO = 3 OU MAIS DIAS SEGUIDOS SEM'
               TO WS-REG-ANALREL
           MOVE ' EXPEDIENTE COM FERIADO OU PONTO'
               TO WS-REG-ANALREL (40:32)
           WRITE WS-REG-ANALREL
           MOVE ' FERIADO = FERIADO OU PONTO FORA DE FERIADAO'
               TO WS-REG-ANALREL
           WRITE WS-REG-ANALREL
           MOVE ' VESPERA/POS-FERIADAO = DIA UTIL'
               TO WS-REG-ANALREL
           MOVE ' ANTERIOR/SEGUINTE AO FERIADAO'
               TO WS-REG-ANALREL (33:30)
           WRITE WS-REG-ANALREL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - EXCECAO OU PERIODO SEM ACIDENTE
      *    DEVOLVE RC 04
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTEXCEC > ZEROS OR WS-CTPERIODO = ZEROS
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF

           MOVE 'CGPRG069'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'FERIADOS LIDOS'                TO CT-DESCRICAO
           MOVE WS-CTFERLIDO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG069'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'FERIADOS REJEITADOS'           TO CT-DESCRICAO
           MOVE WS-CTFERREJ          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG069'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS ACIDDIA LIDOS'       TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG069'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS ACIDDIA NO PERIODO'  TO CT-DESCRICAO
           MOVE WS-CTPERIODO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG069'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CIDADES ANALISADAS'            TO CT-DESCRICAO
           MOVE WS-CTCIDADES         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG069'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'UFS ANALISADAS'                TO CT-DESCRICAO
           MOVE WS-QTDE-UF           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG069'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ACIDENTES NO PERIODO'          TO CT-DESCRICAO
           MOVE WS-TOT-ACID          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG069'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'OBITOS NO PERIODO'             TO CT-DESCRICAO
           MOVE WS-TOT-OBIT          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE ACIDDIA
           IF WS-TEM-CIDADEIX = 'S'
              CLOSE CIDADEIX
           END-IF
           CLOSE ANALREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG069        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * FERIADOS LIDOS.............: ' WS-CTFERLIDO
           DISPLAY ' * FERIADOS REJEITADOS........: ' WS-CTFERREJ
           DISPLAY ' * REGISTROS ACIDDIA LIDOS....: ' WS-CTLIDO
           DISPLAY ' *   INVALIDOS................: ' WS-CTINVALID
           DISPLAY ' *   NO PERIODO...............: ' WS-CTPERIODO
           DISPLAY ' * CIDADES ANALISADAS.........: ' WS-CTCIDADES
           DISPLAY ' * UFS ANALISADAS.............: ' WS-QTDE-UF
           DISPLAY ' * CODIGO DE RETORNO..........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG069        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT - SO OS DIAS DO PERIODO; O AJUSTE
      *    DE CORRECAO ('C') ENTRA COM SINAL E SOMA NO DIA ORIGINAL
      *--------------------------------------------------------------*
       200-LIBERAR-ACIDDIA.

           MOVE 'N' TO WS-FIM-AUX
           PERFORM 201-LER-ACIDDIA UNTIL WS-FIM-AUX = 'S'
           .
       201-LER-ACIDDIA.

           READ ACIDDIA
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTLIDO
                   PERFORM 210-SELECIONAR-DIA
           END-READ
           .
       210-SELECIONAR-DIA.

           IF AD-CIDADE NOT NUMERIC OR AD-DATA NOT NUMERIC OR
              AD-QTDACID NOT NUMERIC OR AD-QTDOBIT NOT NUMERIC
              ADD 1 TO WS-CTINVALID
              MOVE SPACES TO WS-CHAVE-EXC
              MOVE AD-REG-ACIDDIA (1:13) TO WS-CHAVE-EXC
              MOVE 'REGISTRO DO ACIDDIA INVALIDO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF AD-DATA NOT < WS-DATA-INI AND
                 AD-DATA NOT > WS-DATA-FIM
                 ADD 1 TO WS-CTPERIODO
                 MOVE AD-CIDADE  TO SR-CIDADE
                 MOVE AD-DATA    TO SR-DATA
                 MOVE AD-QTDACID TO SR-QTDACID
                 MOVE AD-QTDOBIT TO SR-QTDOBIT
                 RELEASE SR-REG-CIDADE-DIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT - QUEBRA POR CIDADE: CADA DIA CAI
      *    NO DIA DA SEMANA E NO TIPO DE DIA DO CALENDARIO DA UF
      *--------------------------------------------------------------*
       300-APURAR-CIDADES.

           MOVE ZEROS TO WS-CA-CODIGO
           MOVE 'N'   TO WS-FIM-SORT
           PERFORM 310-RETORNAR-CIDADE-DIA UNTIL WS-FIM-SORT = 'S'
           IF WS-CA-CODIGO NOT = ZEROS
              PERFORM 330-FECHAR-CIDADE
           END-IF
           .
       310-RETORNAR-CIDADE-DIA.

           RETURN ORDACID
               AT END
                   MOVE 'S' TO WS-FIM-SORT
               NOT AT END
                   PERFORM 320-ACUMULAR-DIA
           END-RETURN
           .
       320-ACUMULAR-DIA.

           IF SR-CIDADE NOT = WS-CA-CODIGO
              IF WS-CA-CODIGO NOT = ZEROS
                 PERFORM 330-FECHAR-CIDADE
              END-IF
              PERFORM 325-NOVA-CIDADE
           END-IF
           IF WS-CA-UFIDX > ZEROS
              MOVE WS-CA-UFIDX TO WS-UF-IDX
              MOVE SR-DATA TO WS-DJ-DATA
              PERFORM 070-CALCULAR-JDN
              COMPUTE WS-DX = WS-JDN - WS-JDN-BASE + 1
              MOVE WS-DI-DSEM (WS-DX) TO WS-SL
              PERFORM 327-SOMAR-QUADRO
              COMPUTE WS-SL = 7 + WS-UT-CAT (WS-UF-IDX, WS-DX)
              PERFORM 327-SOMAR-QUADRO
              ADD SR-QTDACID TO WS-CA-ACID
                                WS-UT-ACID (WS-UF-IDX)
                                WS-TOT-ACID
              ADD SR-QTDOBIT TO WS-CA-OBIT
                                WS-UT-OBIT (WS-UF-IDX)
                                WS-TOT-OBIT
           END-IF
           .
      *--------------------------------------------------------------*
      *    CIDADE NOVA NA QUEBRA - NOME E UF PELO CIDADEIX; SEM
      *    CADASTRO A CIDADE VAI PARA A UF 'NI'
      *--------------------------------------------------------------*
       325-NOVA-CIDADE.

           INITIALIZE WS-CIDADE-ATUAL
           MOVE SR-CIDADE        TO WS-CA-CODIGO
           MOVE 'NAO CADASTRADA' TO WS-CA-NOME
           MOVE 'NI'             TO WS-CA-UF
           IF WS-TEM-CIDADEIX = 'S'
              MOVE SR-CIDADE TO CX-CODIGO
              READ CIDADEIX
                  INVALID KEY
                      MOVE SPACES    TO WS-CHAVE-EXC
                      MOVE SR-CIDADE TO WS-CHAVE-EXC (1:5)
                      MOVE 'CIDADE NAO CADASTRADA' TO WS-MOTIVO-EXC
                      PERFORM 060-GRAVAR-EXCECAO
                  NOT INVALID KEY
                      MOVE CX-NOME TO WS-CA-NOME
                      IF CX-UF NOT = SPACES
                         MOVE CX-UF TO WS-CA-UF
                      END-IF
              END-READ
           END-IF
           PERFORM 040-LOCALIZAR-UF
           IF WS-CA-UFIDX > ZEROS
              ADD 1 TO WS-UT-CIDADES (WS-CA-UFIDX)
           END-IF
           .
       327-SOMAR-QUADRO.

           ADD SR-QTDACID TO WS-CA-SL-ACID (WS-SL)
                             WS-UT-SL-ACID (WS-UF-IDX, WS-SL)
           ADD SR-QTDOBIT TO WS-CA-SL-OBIT (WS-SL)
                             WS-UT-SL-OBIT (WS-UF-IDX, WS-SL)
           .
      *--------------------------------------------------------------*
      *    FIM DA CIDADE - ENTRA ENTRE AS N COM MAIS ACIDENTES SE A
      *    TABELA TEM VAGA OU SE SUPERA A MENOR DELAS
      *--------------------------------------------------------------*
       330-FECHAR-CIDADE.

           ADD 1 TO WS-CTCIDADES
           IF WS-CA-UFIDX > ZEROS AND WS-CA-ACID > ZEROS
              IF WS-QTDE-TOP < WS-TOPN
                 ADD 1 TO WS-QTDE-TOP
                 MOVE WS-CIDADE-ATUAL TO WS-TP-CIDADE (WS-QTDE-TOP)
              ELSE
                 MOVE 1 TO WS-TP-IDX
                 PERFORM 335-PROCURAR-MENOR
                    VARYING WS-TP-I FROM 2 BY 1
                    UNTIL WS-TP-I > WS-QTDE-TOP
                 IF WS-CA-ACID > WS-TP-ACID (WS-TP-IDX)
                    MOVE WS-CIDADE-ATUAL TO WS-TP-CIDADE (WS-TP-IDX)
                 END-IF
              END-IF
           END-IF
           .
      *    A MENOR E A DE MENOS ACIDENTES; NO EMPATE, A DE MAIOR
      *    CODIGO (A CIDADE QUE CHEGOU DEPOIS)
       335-PROCURAR-MENOR.

           IF WS-TP-ACID (WS-TP-I) < WS-TP-ACID (WS-TP-IDX)
              MOVE WS-TP-I TO WS-TP-IDX
           ELSE
              IF WS-TP-ACID (WS-TP-I) = WS-TP-ACID (WS-TP-IDX) AND
                 WS-TP-CODIGO (WS-TP-I) > WS-TP-CODIGO (WS-TP-IDX)
                 MOVE WS-TP-I TO WS-TP-IDX
              END-IF
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG069 <-------------------*
