       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG067.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 05/10/2026.
       DATE-COMPILED. 05/10/2026.
      *--------------------------------------------------------------*
      *    ARQUIVO DE DADOS ABERTOS DAS ESTATISTICAS DE ACIDENTES    *
      *    PARA O PORTAL DA TRANSPARENCIA - SUBSTITUI A REDIGITACAO  *
      *    DA PAGINA DO FECHAMENTO DO CGPRG019. PARA O ANO/MES DO    *
      *    CARTAO LE O CIDTREND (UMA LINHA POR CIDADE), O CIDADEIX   *
      *    (NOME E UF) E O UFREF (MACRO-REGIAO), E GRAVA O DADOSAB   *
      *    DELIMITADO POR ';' COM CABECALHO DE COLUNAS:              *
      *    ANOMES;NIVEL;COD_CIDADE;CIDADE;UF;REGIAO;ACIDENTES;       *
      *    OBITOS;VEICULOS;BAFOMETRO;CLASSE_SEVERIDADE               *
      *    NIVEL 'CIDADE', 'UF' E 'REGIAO' (TOTAIS DA UF E DA        *
      *    MACRO-REGIAO). CONTAGEM ENTRE 1 E O LIMIAR DE DIVULGACAO  *
      *    MENOS 1 SAI SUPRIMIDA ('*'); COM ACIDENTES OU OBITOS      *
      *    SUPRIMIDOS A CLASSE DE SEVERIDADE (SEVFAIX) TAMBEM SAI.   *
      *    SUPRESSAO COMPLEMENTAR: TOTAL DE UF COM UMA UNICA CIDADE  *
      *    SUPRIMIDA NA COLUNA, E TOTAL DE REGIAO COM UMA UNICA      *
      *    PARCELA SUPRIMIDA (TOTAL DE UF OU CIDADE SEM UF), SAI     *
      *    SUPRIMIDO TAMBEM - SENAO A CELULA SAIRIA POR SUBTRACAO.   *
      *    O METADADO LEVA O PERIODO, A DATA DE GERACAO E A          *
      *    QUANTIDADE DE REGISTROS; O CTLTOTAL LEVA OS TOTAIS        *
      *    PUBLICADOS E O TOTAL DO MES NO TRENDACU, CONFERIDOS AQUI  *
      *    MESMO (DIVERGENCIA VAI PARA O EXCEPREL, RC 04).           *
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
           SELECT CIDTREND  ASSIGN TO "CIDTREND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-FS-CIDTREND.
           SELECT TRENDACU  ASSIGN TO "TRENDACU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-TR-CHAVE
               FILE STATUS IS WS-FS-TRENDACU.
           SELECT CIDADEIX  ASSIGN TO "CIDADEIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-CODIGO
               FILE STATUS IS WS-FS-CIDADEIX.
           SELECT UFREF     ASSIGN TO "UFREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-UFREF.
           SELECT SEVFAIX   ASSIGN TO "SEVFAIX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SEVFAIX.
           SELECT DADOSAB   ASSIGN TO "DADOSAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DADOSAB.
           SELECT METADADO  ASSIGN TO "METADADO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-METADADO.
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
      *-----> CARTAO: ANO/MES DE REFERENCIA E LIMIAR DE DIVULGACAO
      *       (EM BRANCO OU ZERO ASSUME 003)
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-ANOMES.
               10  WS-PARM-ANO        PIC 9(04).
               10  WS-PARM-MES        PIC 9(02).
           05  WS-PARM-LIMIAR         PIC 9(03).

       FD  CIDTREND
           LABEL RECORDS ARE STANDARD.
           COPY CGCIDTRN.

       FD  TRENDACU
           LABEL RECORDS ARE STANDARD.
           COPY CGTREND.

       FD  CIDADEIX
           LABEL RECORDS ARE STANDARD.
           COPY CGCIDIXF.

       FD  UFREF
           LABEL RECORDS ARE STANDARD.
           COPY CGUFREF.

       FD  SEVFAIX
           LABEL RECORDS ARE STANDARD.
           COPY CGSEVFX.

      *-----> ARQUIVO DE DADOS ABERTOS - UMA LINHA DELIMITADA POR
      *       ';' POR CELULA, PRECEDIDA DA LINHA DE CABECALHO
       FD  DADOSAB
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-DADOSAB             PIC X(150).

      *-----> METADADO QUE ACOMPANHA O DADOSAB - CABECALHO E UM
      *       REGISTRO: PERIODO;DATA_GERACAO;QTDE_REGISTROS;
      *       LIMIAR_SUPRESSAO;CELULAS_SUPRIMIDAS;ORIGEM
       FD  METADADO
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-METADADO            PIC X(150).

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
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-FIM-AUX             PIC X(01) VALUE 'N'.
           05  WS-TEM-CIDADEIX        PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTCIDADES           PIC 9(07) VALUE ZEROS.
           05  WS-CTREGISTROS         PIC 9(07) VALUE ZEROS.
           05  WS-CTSUPRIM            PIC 9(07) VALUE ZEROS.
           05  WS-CTSEMCAD            PIC 9(07) VALUE ZEROS.
           05  WS-CTEXCEC             PIC 9(07) VALUE ZEROS.
           05  WS-TOT-ACID            PIC 9(09) VALUE ZEROS.
           05  WS-TOT-OBIT            PIC 9(09) VALUE ZEROS.
           05  WS-TREND-ACID          PIC 9(09) VALUE ZEROS.
           05  WS-FS-CIDTREND         PIC X(02).
           05  WS-FS-TRENDACU         PIC X(02).
           05  WS-FS-CIDADEIX         PIC X(02).
           05  WS-FS-UFREF            PIC X(02).
           05  WS-FS-SEVFAIX          PIC X(02).
           05  WS-FS-DADOSAB          PIC X(02).
           05  WS-FS-METADADO         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-LIMIAR              PIC 9(03).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).

      *-----> CADASTRO DE UFS CARREGADO DO UFREF
       77  WS-FIM-UFREF               PIC X(01) VALUE 'N'.
       77  WS-QTDE-UFREF              PIC 9(02) VALUE ZEROS.
       77  WS-UR-I                    PIC 9(02).
       77  WS-UR-IDX                  PIC 9(02).
       77  WS-UR-ACHOU                PIC X(01).
       77  WS-UR-BUSCA                PIC X(02).
       01  WS-TAB-UFREF.
           05  WS-UFREF  OCCURS 27 TIMES.
               10  WS-UR-SIGLA         PIC X(02).
               10  WS-UR-REGIAO        PIC X(12).

      *-----> TABELA DE SEVERIDADE DO SEVFAIX
       77  WS-FIM-SEV                 PIC X(01) VALUE 'N'.
       77  WS-QTDE-SEV                PIC 9(01) VALUE ZEROS.
       77  WS-SV-IDX                  PIC 9(01).
       77  WS-PCT-OBITOS              PIC 9(03)V99.
       01  WS-TAB-SEVFAIX.
           05  WS-SEVFAIX  OCCURS 5 TIMES.
               10  WS-SV-LIMITE        PIC 9(03)V99.
               10  WS-SV-CLASSE        PIC X(08).

      *-----> TOTAIS POR UF E POR MACRO-REGIAO
       77  WS-QTDE-UF                 PIC 9(02) VALUE ZEROS.
       77  WS-UF-I                    PIC 9(02).
       77  WS-UF-IDX                  PIC 9(02).
       77  WS-UF-ACHOU                PIC X(01).
       01  WS-TAB-UFS.
           05  WS-UF-ACU  OCCURS 30 TIMES.
               10  WS-UF-SIGLA         PIC X(02).
               10  WS-UF-REGIAO        PIC X(12).
               10  WS-UF-QTDACID       PIC 9(09).
               10  WS-UF-QTDOBIT       PIC 9(09).
               10  WS-UF-QTDVEIC       PIC 9(09).
               10  WS-UF-QTDBAFO       PIC 9(09).
               10  WS-UF-RG-IDX        PIC 9(01).
               10  WS-UF-SUPCEL        PIC 9(05) OCCURS 4 TIMES.
       77  WS-QTDE-REG                PIC 9(01) VALUE ZEROS.
       77  WS-RG-I                    PIC 9(01).
       77  WS-RG-IDX                  PIC 9(01).
       77  WS-RG-ACHOU                PIC X(01).
       01  WS-TAB-REGIOES.
           05  WS-REGIAO-ACU  OCCURS 7 TIMES.
               10  WS-RG-NOME          PIC X(12).
               10  WS-RG-QTDACID       PIC 9(09).
               10  WS-RG-QTDOBIT       PIC 9(09).
               10  WS-RG-QTDVEIC       PIC 9(09).
               10  WS-RG-QTDBAFO       PIC 9(09).
               10  WS-RG-SUPCOMP       PIC 9(05) OCCURS 4 TIMES.

      *-----> CELULA EM MONTAGEM (CIDADE, UF OU REGIAO)
       01  WS-CELULA.
           05  WS-CL-NIVEL            PIC X(06).
           05  WS-CL-CODIGO           PIC X(05).
           05  WS-CL-NOME             PIC X(25).
           05  WS-CL-UF               PIC X(02).
           05  WS-CL-REGIAO           PIC X(12).
           05  WS-CL-QTDACID          PIC 9(09).
           05  WS-CL-QTDOBIT          PIC 9(09).
           05  WS-CL-QTDVEIC          PIC 9(09).
           05  WS-CL-QTDBAFO          PIC 9(09).
           05  WS-CL-CLASSE           PIC X(08).
           05  WS-CL-SUPRIMIU         PIC X(01).
           05  WS-CL-SUPRIME-CLASSE   PIC X(01).
      *       POR COLUNA DE CONTAGEM (1 ACIDENTES, 2 OBITOS, 3
      *       VEICULOS, 4 BAFOMETRO): SUPRESSAO COMPLEMENTAR A FORCAR
      *       E O QUE SAIU SUPRIMIDO NA LINHA
           05  WS-CL-FORCAS.
               10  WS-CL-FORCA         PIC X(01) OCCURS 4 TIMES.
           05  WS-CL-SUPS.
               10  WS-CL-SUP           PIC X(01) OCCURS 4 TIMES.
       77  WS-COL                     PIC 9(01).

      *-----> MONTAGEM DA LINHA DELIMITADA
       77  WS-PTR                     PIC 9(03).
       77  WS-TAM                     PIC 9(02).
       77  WS-ACHOU-FIM               PIC X(01).
       77  WS-BRANCOS                 PIC 9(02) COMP.
       01  WS-LINHA-SAIDA             PIC X(150).
       01  WS-CAMPO                   PIC X(30).
       01  WS-NUM                     PIC 9(09).
       01  WS-NUM-ED                  PIC Z(08)9.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG067.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG067 - DADOS ABERTOS DE ACIDENTES"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
              PERFORM 040-GRAVAR-UFS
                  VARYING WS-UF-I FROM 1 BY 1
                  UNTIL WS-UF-I > WS-QTDE-UF
              PERFORM 045-GRAVAR-REGIOES
                  VARYING WS-RG-I FROM 1 BY 1
                  UNTIL WS-RG-I > WS-QTDE-REG
              PERFORM 070-CONFERIR-TRENDACU
              PERFORM 075-GRAVAR-METADADO
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
           OPEN INPUT SYSIN
           READ SYSIN
               AT END
                   DISPLAY ' * ERRO: CARTAO DE PARAMETRO AUSENTE'
                   MOVE 'S' TO WS-ABEND
                   MOVE 08  TO RETURN-CODE
           END-READ
           CLOSE SYSIN
           IF WS-ABEND NOT = 'S'
              IF WS-PARM-ANOMES NOT NUMERIC OR
                 WS-PARM-MES < 01 OR WS-PARM-MES > 12
                 DISPLAY ' * ERRO: ANO/MES INVALIDO NO CARTAO - '
                     WS-PARM-ANOMES
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              IF WS-PARM-LIMIAR NUMERIC AND WS-PARM-LIMIAR > ZEROS
                 MOVE WS-PARM-LIMIAR TO WS-LIMIAR
              ELSE
                 MOVE 003 TO WS-LIMIAR
              END-IF
              DISPLAY 'PERIODO DE REFERENCIA: ' WS-PARM-ANO '/'
                  WS-PARM-MES ' - LIMIAR DE DIVULGACAO: ' WS-LIMIAR
              OPEN INPUT CIDTREND
              IF WS-FS-CIDTREND NOT = '00'
                 DISPLAY ' * ERRO ABRINDO CIDTREND - FS='
                     WS-FS-CIDTREND
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT CIDADEIX
              IF WS-FS-CIDADEIX NOT = '00'
                 DISPLAY ' * ERRO ABRINDO CIDADEIX - FS='
                     WS-FS-CIDADEIX ' - CIDADES SEM NOME E UF'
              ELSE
                 MOVE 'S' TO WS-TEM-CIDADEIX
              END-IF
              PERFORM 015-CARREGAR-UFREF
              PERFORM 017-CARREGAR-SEVFAIX
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              OPEN OUTPUT DADOSAB
              OPEN OUTPUT METADADO
              MOVE SPACES TO WS-LINHA-SAIDA
              STRING 'ANOMES;NIVEL;COD_CIDADE;CIDADE;UF;REGIAO;'
                                         DELIMITED BY SIZE
                     'ACIDENTES;OBITOS;VEICULOS;BAFOMETRO;'
                                         DELIMITED BY SIZE
                     'CLASSE_SEVERIDADE' DELIMITED BY SIZE
                INTO WS-LINHA-SAIDA
              END-STRING
              WRITE WS-REG-DADOSAB FROM WS-LINHA-SAIDA
              PERFORM 020-LER-CIDTREND
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
      *    CARREGAR O CADASTRO DE UFS COM MACRO-REGIAO - SEM ELE
      *    TODAS AS CIDADES SAEM COMO 'SEM REGIAO'
      *--------------------------------------------------------------*
       015-CARREGAR-UFREF.

           OPEN INPUT UFREF
           IF WS-FS-UFREF NOT = '00'
              DISPLAY ' * ERRO ABRINDO UFREF - FS=' WS-FS-UFREF
                  ' - REGIOES NAO INFORMADAS'
           ELSE
              PERFORM 016-LER-UFREF UNTIL WS-FIM-UFREF = 'S'
                 OR WS-QTDE-UFREF = 27
              CLOSE UFREF
              DISPLAY ' * UFS CADASTRADAS: ' WS-QTDE-UFREF
           END-IF
           .
       016-LER-UFREF.

           READ UFREF
               AT END
                   MOVE 'S' TO WS-FIM-UFREF
               NOT AT END
                   ADD 1 TO WS-QTDE-UFREF
                   MOVE UF-SIGLA  TO WS-UR-SIGLA  (WS-QTDE-UFREF)
                   MOVE UF-REGIAO TO WS-UR-REGIAO (WS-QTDE-UFREF)
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR A TABELA DE SEVERIDADE - SEM O SEVFAIX A CLASSE
      *    SAI EM BRANCO
      *--------------------------------------------------------------*
       017-CARREGAR-SEVFAIX.

           OPEN INPUT SEVFAIX
           IF WS-FS-SEVFAIX NOT = '00'
              DISPLAY ' * ERRO ABRINDO SEVFAIX - FS=' WS-FS-SEVFAIX
                  ' - SEM CLASSIFICACAO DE SEVERIDADE'
           ELSE
              PERFORM 018-LER-SEVFAIX UNTIL WS-FIM-SEV = 'S'
                 OR WS-QTDE-SEV = 5
              CLOSE SEVFAIX
              DISPLAY ' * CLASSES DE SEVERIDADE: ' WS-QTDE-SEV
           END-IF
           .
       018-LER-SEVFAIX.

           READ SEVFAIX
               AT END
                   MOVE 'S' TO WS-FIM-SEV
               NOT AT END
                   ADD 1 TO WS-QTDE-SEV
                   MOVE SV-LIMITE TO WS-SV-LIMITE (WS-QTDE-SEV)
                   MOVE SV-CLASSE TO WS-SV-CLASSE (WS-QTDE-SEV)
           END-READ
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO CIDTREND DO MES DE REFERENCIA -
      *    A CHAVE COMECA PELA CIDADE, POR ISSO O ARQUIVO E LIDO
      *    INTEIRO E OS OUTROS MESES SAO PULADOS
      *--------------------------------------------------------------*
       020-LER-CIDTREND.

           MOVE 'N' TO WS-FIM-AUX
           PERFORM 021-LER-PROXIMO UNTIL WS-FIM-AUX = 'S'
           .
       021-LER-PROXIMO.

           READ CIDTREND
               AT END
                   MOVE 'S' TO WS-FIM
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTLIDO
                   IF TC-ANO = WS-PARM-ANO AND TC-MES = WS-PARM-MES
                      MOVE 'S' TO WS-FIM-AUX
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    UMA CIDADE DO MES: NOME/UF DO CIDADEIX, REGIAO DO UFREF,
      *    LINHA NO DADOSAB E ACUMULO NA UF E NA REGIAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1 TO WS-CTCIDADES
           MOVE 'CIDADE'        TO WS-CL-NIVEL
           MOVE TC-CODIGO       TO WS-CL-CODIGO
           MOVE 'NAO CADASTRADA' TO WS-CL-NOME
           MOVE SPACES          TO WS-CL-UF
           IF WS-TEM-CIDADEIX = 'S'
              MOVE TC-CODIGO TO CX-CODIGO
              READ CIDADEIX
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CX-NOME TO WS-CL-NOME
                      MOVE CX-UF   TO WS-CL-UF
              END-READ
           END-IF
           IF WS-CL-UF = SPACES
              ADD 1 TO WS-CTSEMCAD
              MOVE TC-CODIGO TO WS-CHAVE-EXC
              MOVE 'CIDADE SEM CADASTRO (CIDADEIX)' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           END-IF
           MOVE 'SEM REGIAO' TO WS-CL-REGIAO
           IF WS-CL-UF NOT = SPACES
              MOVE WS-CL-UF TO WS-UR-BUSCA
              PERFORM 031-LOCALIZAR-UFREF
              IF WS-UR-ACHOU = 'S'
                 MOVE WS-UR-REGIAO (WS-UR-IDX) TO WS-CL-REGIAO
              END-IF
           END-IF
           MOVE TC-QTDACID      TO WS-CL-QTDACID
           MOVE TC-QTDOBITOS    TO WS-CL-QTDOBIT
           MOVE TC-QTDVEICULOS  TO WS-CL-QTDVEIC
           MOVE TC-QTDBAFOM     TO WS-CL-QTDBAFO
           ADD TC-QTDACID       TO WS-TOT-ACID
           ADD TC-QTDOBITOS     TO WS-TOT-OBIT
           MOVE ALL 'N'         TO WS-CL-FORCAS
           PERFORM 050-GRAVAR-CELULA
           PERFORM 036-ACUMULAR-REGIAO
           PERFORM 033-ACUMULAR-UF
           PERFORM 020-LER-CIDTREND
           .
       031-LOCALIZAR-UFREF.

           MOVE 'N'   TO WS-UR-ACHOU
           MOVE ZEROS TO WS-UR-IDX
           PERFORM 032-COMPARAR-UFREF
              VARYING WS-UR-I FROM 1 BY 1
              UNTIL WS-UR-I > WS-QTDE-UFREF OR WS-UR-ACHOU = 'S'
           .
       032-COMPARAR-UFREF.

           IF WS-UR-SIGLA (WS-UR-I) = WS-UR-BUSCA
              MOVE WS-UR-I TO WS-UR-IDX
              MOVE 'S'     TO WS-UR-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A CIDADE NA UF (CIDADE SEM UF NAO ENTRA NO NIVEL
      *    UF, SO NO DA REGIAO 'SEM REGIAO') E CONTAR AS COLUNAS QUE
      *    SAIRAM SUPRIMIDAS - NA UF OU, SEM UF, DIRETO NA REGIAO
      *    (JA LOCALIZADA EM WS-RG-IDX PELO 036-ACUMULAR-REGIAO)
      *--------------------------------------------------------------*
       033-ACUMULAR-UF.

           MOVE 'N'   TO WS-UF-ACHOU
           IF WS-CL-UF NOT = SPACES
              MOVE ZEROS TO WS-UF-IDX
              PERFORM 034-COMPARAR-UF
                 VARYING WS-UF-I FROM 1 BY 1
                 UNTIL WS-UF-I > WS-QTDE-UF OR WS-UF-ACHOU = 'S'
              IF WS-UF-ACHOU = 'N' AND WS-QTDE-UF < 30
                 ADD 1 TO WS-QTDE-UF
                 MOVE WS-QTDE-UF   TO WS-UF-IDX
                 MOVE 'S'          TO WS-UF-ACHOU
                 MOVE WS-CL-UF     TO WS-UF-SIGLA   (WS-UF-IDX)
                 MOVE WS-CL-REGIAO TO WS-UF-REGIAO  (WS-UF-IDX)
                 MOVE WS-RG-IDX    TO WS-UF-RG-IDX  (WS-UF-IDX)
                 MOVE ZEROS        TO WS-UF-QTDACID (WS-UF-IDX)
                                      WS-UF-QTDOBIT (WS-UF-IDX)
                                      WS-UF-QTDVEIC (WS-UF-IDX)
                                      WS-UF-QTDBAFO (WS-UF-IDX)
                                      WS-UF-SUPCEL  (WS-UF-IDX, 1)
                                      WS-UF-SUPCEL  (WS-UF-IDX, 2)
                                      WS-UF-SUPCEL  (WS-UF-IDX, 3)
                                      WS-UF-SUPCEL  (WS-UF-IDX, 4)
              END-IF
              IF WS-UF-ACHOU = 'S'
                 ADD WS-CL-QTDACID TO WS-UF-QTDACID (WS-UF-IDX)
                 ADD WS-CL-QTDOBIT TO WS-UF-QTDOBIT (WS-UF-IDX)
                 ADD WS-CL-QTDVEIC TO WS-UF-QTDVEIC (WS-UF-IDX)
                 ADD WS-CL-QTDBAFO TO WS-UF-QTDBAFO (WS-UF-IDX)
              ELSE
                 DISPLAY ' * TABELA DE UFS CHEIA (30) - UF '
                     WS-CL-UF ' FORA DO NIVEL UF'
              END-IF
           END-IF
           IF WS-UF-ACHOU = 'S'
              PERFORM 035-CONTAR-SUPRESSAO-UF
                 VARYING WS-COL FROM 1 BY 1
                 UNTIL WS-COL > 4
           ELSE
              IF WS-RG-IDX > ZEROS
                 PERFORM 039-CONTAR-SUPRESSAO-REGIAO
                    VARYING WS-COL FROM 1 BY 1
                    UNTIL WS-COL > 4
              END-IF
           END-IF
           .
       034-COMPARAR-UF.

           IF WS-UF-SIGLA (WS-UF-I) = WS-CL-UF
              MOVE WS-UF-I TO WS-UF-IDX
              MOVE 'S'     TO WS-UF-ACHOU
           END-IF
           .
       035-CONTAR-SUPRESSAO-UF.

           IF WS-CL-SUP (WS-COL) = 'S'
              ADD 1 TO WS-UF-SUPCEL (WS-UF-IDX, WS-COL)
           END-IF
           .
       036-ACUMULAR-REGIAO.

           MOVE 'N'   TO WS-RG-ACHOU
           MOVE ZEROS TO WS-RG-IDX
           PERFORM 037-COMPARAR-REGIAO
              VARYING WS-RG-I FROM 1 BY 1
              UNTIL WS-RG-I > WS-QTDE-REG OR WS-RG-ACHOU = 'S'
           IF WS-RG-ACHOU = 'N' AND WS-QTDE-REG < 7
              ADD 1 TO WS-QTDE-REG
              MOVE WS-QTDE-REG  TO WS-RG-IDX
              MOVE 'S'          TO WS-RG-ACHOU
              MOVE WS-CL-REGIAO TO WS-RG-NOME    (WS-RG-IDX)
              MOVE ZEROS        TO WS-RG-QTDACID (WS-RG-IDX)
                                   WS-RG-QTDOBIT (WS-RG-IDX)
                                   WS-RG-QTDVEIC (WS-RG-IDX)
                                   WS-RG-QTDBAFO (WS-RG-IDX)
                                   WS-RG-SUPCOMP (WS-RG-IDX, 1)
                                   WS-RG-SUPCOMP (WS-RG-IDX, 2)
                                   WS-RG-SUPCOMP (WS-RG-IDX, 3)
                                   WS-RG-SUPCOMP (WS-RG-IDX, 4)
           END-IF
           IF WS-RG-ACHOU = 'S'
              ADD WS-CL-QTDACID TO WS-RG-QTDACID (WS-RG-IDX)
              ADD WS-CL-QTDOBIT TO WS-RG-QTDOBIT (WS-RG-IDX)
              ADD WS-CL-QTDVEIC TO WS-RG-QTDVEIC (WS-RG-IDX)
              ADD WS-CL-QTDBAFO TO WS-RG-QTDBAFO (WS-RG-IDX)
           ELSE
              DISPLAY ' * TABELA DE REGIOES CHEIA (7) - REGIAO '
                  WS-CL-REGIAO ' FORA DO NIVEL REGIAO'
           END-IF
           .
       037-COMPARAR-REGIAO.

           IF WS-RG-NOME (WS-RG-I) = WS-CL-REGIAO
              MOVE WS-RG-I TO WS-RG-IDX
              MOVE 'S'     TO WS-RG-ACHOU
           END-IF
           .
       039-CONTAR-SUPRESSAO-REGIAO.

           IF WS-CL-SUP (WS-COL) = 'S'
              ADD 1 TO WS-RG-SUPCOMP (WS-RG-IDX, WS-COL)
           END-IF
           .
      *--------------------------------------------------------------*
      *    LINHAS DE TOTAL POR UF E POR MACRO-REGIAO - COLUNA COM UMA
      *    UNICA PARCELA SUPRIMIDA SAI SUPRIMIDA NO TOTAL; O TOTAL DE
      *    UF SUPRIMIDO CONTA COMO PARCELA SUPRIMIDA DA SUA REGIAO
      *--------------------------------------------------------------*
       040-GRAVAR-UFS.

           MOVE 'UF'                      TO WS-CL-NIVEL
           MOVE SPACES                    TO WS-CL-CODIGO
                                             WS-CL-NOME
           MOVE WS-UF-SIGLA (WS-UF-I)     TO WS-CL-UF
           MOVE WS-UF-REGIAO (WS-UF-I)    TO WS-CL-REGIAO
           MOVE WS-UF-QTDACID (WS-UF-I)   TO WS-CL-QTDACID
           MOVE WS-UF-QTDOBIT (WS-UF-I)   TO WS-CL-QTDOBIT
           MOVE WS-UF-QTDVEIC (WS-UF-I)   TO WS-CL-QTDVEIC
           MOVE WS-UF-QTDBAFO (WS-UF-I)   TO WS-CL-QTDBAFO
           MOVE ALL 'N'                   TO WS-CL-FORCAS
           PERFORM 041-FORCAR-SUPRESSAO-UF
              VARYING WS-COL FROM 1 BY 1
              UNTIL WS-COL > 4
           PERFORM 050-GRAVAR-CELULA
           MOVE WS-UF-RG-IDX (WS-UF-I)    TO WS-RG-IDX
           IF WS-RG-IDX > ZEROS
              PERFORM 039-CONTAR-SUPRESSAO-REGIAO
                 VARYING WS-COL FROM 1 BY 1
                 UNTIL WS-COL > 4
           END-IF
           .
       041-FORCAR-SUPRESSAO-UF.

           IF WS-UF-SUPCEL (WS-UF-I, WS-COL) = 1
              MOVE 'S' TO WS-CL-FORCA (WS-COL)
           END-IF
           .
       045-GRAVAR-REGIOES.

           MOVE 'REGIAO'                  TO WS-CL-NIVEL
           MOVE SPACES                    TO WS-CL-CODIGO
                                             WS-CL-NOME
                                             WS-CL-UF
           MOVE WS-RG-NOME (WS-RG-I)      TO WS-CL-REGIAO
           MOVE WS-RG-QTDACID (WS-RG-I)   TO WS-CL-QTDACID
           MOVE WS-RG-QTDOBIT (WS-RG-I)   TO WS-CL-QTDOBIT
           MOVE WS-RG-QTDVEIC (WS-RG-I)   TO WS-CL-QTDVEIC
           MOVE WS-RG-QTDBAFO (WS-RG-I)   TO WS-CL-QTDBAFO
           MOVE ALL 'N'                   TO WS-CL-FORCAS
           PERFORM 046-FORCAR-SUPRESSAO-REGIAO
              VARYING WS-COL FROM 1 BY 1
              UNTIL WS-COL > 4
           PERFORM 050-GRAVAR-CELULA
           .
       046-FORCAR-SUPRESSAO-REGIAO.

           IF WS-RG-SUPCOMP (WS-RG-I, WS-COL) = 1
              MOVE 'S' TO WS-CL-FORCA (WS-COL)
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR E GRAVAR A LINHA DA CELULA NO DADOSAB, SUPRIMINDO
      *    AS CONTAGENS PEQUENAS (ENTRE 1 E O LIMIAR MENOS 1)
      *--------------------------------------------------------------*
       050-GRAVAR-CELULA.

           PERFORM 057-CLASSIFICAR-SEVERIDADE
           MOVE SPACES TO WS-LINHA-SAIDA
           MOVE 1      TO WS-PTR
           MOVE 'N'    TO WS-CL-SUPRIMIU
           MOVE WS-PARM-ANOMES TO WS-CAMPO
           PERFORM 053-ACRESCENTAR-CAMPO
           MOVE WS-CL-NIVEL    TO WS-CAMPO
           PERFORM 053-ACRESCENTAR-CAMPO
           MOVE WS-CL-CODIGO   TO WS-CAMPO
           PERFORM 053-ACRESCENTAR-CAMPO
           MOVE WS-CL-NOME     TO WS-CAMPO
           PERFORM 053-ACRESCENTAR-CAMPO
           MOVE WS-CL-UF       TO WS-CAMPO
           PERFORM 053-ACRESCENTAR-CAMPO
           MOVE WS-CL-REGIAO   TO WS-CAMPO
           PERFORM 053-ACRESCENTAR-CAMPO
           MOVE ALL 'N'        TO WS-CL-SUPS
           MOVE WS-CL-QTDACID  TO WS-NUM
           MOVE 1              TO WS-COL
           PERFORM 051-CAMPO-CONTAGEM
           MOVE WS-CL-QTDOBIT  TO WS-NUM
           MOVE 2              TO WS-COL
           PERFORM 051-CAMPO-CONTAGEM
           MOVE WS-CL-SUPRIMIU TO WS-CL-SUPRIME-CLASSE
           MOVE WS-CL-QTDVEIC  TO WS-NUM
           MOVE 3              TO WS-COL
           PERFORM 051-CAMPO-CONTAGEM
           MOVE WS-CL-QTDBAFO  TO WS-NUM
           MOVE 4              TO WS-COL
           PERFORM 051-CAMPO-CONTAGEM
      *    COM ACIDENTES OU OBITOS SUPRIMIDOS A CLASSE DEIXARIA
      *    DEDUZIR A RAZAO OBITOS/ACIDENTES - SAI SUPRIMIDA TAMBEM
           IF WS-CL-SUPRIME-CLASSE = 'S'
              MOVE '*'          TO WS-CAMPO
              ADD 1 TO WS-CTSUPRIM
           ELSE
              MOVE WS-CL-CLASSE TO WS-CAMPO
           END-IF
           PERFORM 053-ACRESCENTAR-CAMPO
           WRITE WS-REG-DADOSAB FROM WS-LINHA-SAIDA
           ADD 1 TO WS-CTREGISTROS
           .
       051-CAMPO-CONTAGEM.

           IF (WS-NUM > ZEROS AND WS-NUM < WS-LIMIAR) OR
              WS-CL-FORCA (WS-COL) = 'S'
              MOVE '*' TO WS-CAMPO
              MOVE 'S' TO WS-CL-SUPRIMIU
              MOVE 'S' TO WS-CL-SUP (WS-COL)
              ADD 1 TO WS-CTSUPRIM
           ELSE
              PERFORM 052-EDITAR-NUMERO
           END-IF
           PERFORM 053-ACRESCENTAR-CAMPO
           .
      *--------------------------------------------------------------*
      *    NUMERO SEM ZEROS A ESQUERDA (MESMA MECANICA DO
      *    035-CONVERTER-US-PERCENT DO CGPRG007)
      *--------------------------------------------------------------*
       052-EDITAR-NUMERO.

           MOVE WS-NUM   TO WS-NUM-ED
           MOVE ZERO     TO WS-BRANCOS
           INSPECT WS-NUM-ED TALLYING WS-BRANCOS FOR LEADING SPACE
           MOVE SPACES   TO WS-CAMPO
           MOVE WS-NUM-ED (WS-BRANCOS + 1 : 9 - WS-BRANCOS)
               TO WS-CAMPO
           .
      *--------------------------------------------------------------*
      *    ACRESCENTAR WS-CAMPO (SEM OS BRANCOS DO FIM) A LINHA,
      *    SEPARADO DO ANTERIOR POR ';'
      *--------------------------------------------------------------*
       053-ACRESCENTAR-CAMPO.

           IF WS-PTR > 1
              STRING ';' DELIMITED BY SIZE
                INTO WS-LINHA-SAIDA WITH POINTER WS-PTR
              END-STRING
           END-IF
           MOVE 30  TO WS-TAM
           MOVE 'N' TO WS-ACHOU-FIM
           PERFORM 054-RECUAR-BRANCO
               UNTIL WS-TAM = ZEROS OR WS-ACHOU-FIM = 'S'
           IF WS-TAM > ZEROS
              STRING WS-CAMPO (1:WS-TAM) DELIMITED BY SIZE
                INTO WS-LINHA-SAIDA WITH POINTER WS-PTR
              END-STRING
           END-IF
           .
       054-RECUAR-BRANCO.

           IF WS-CAMPO (WS-TAM:1) NOT = SPACE
              MOVE 'S' TO WS-ACHOU-FIM
           ELSE
              SUBTRACT 1 FROM WS-TAM
           END-IF
           .
      *--------------------------------------------------------------*
      *    CLASSE DE SEVERIDADE DA CELULA PELO PERCENTUAL DE OBITOS
      *    POR ACIDENTE (MESMA MECANICA DO 067 DO CGPRG007)
      *--------------------------------------------------------------*
       057-CLASSIFICAR-SEVERIDADE.

           MOVE SPACES TO WS-CL-CLASSE
           IF WS-QTDE-SEV > ZEROS
              IF WS-CL-QTDACID = ZEROS
                 MOVE ZEROS TO WS-PCT-OBITOS
              ELSE
                 COMPUTE WS-PCT-OBITOS =
                     (WS-CL-QTDOBIT / WS-CL-QTDACID) * 100
              END-IF
              PERFORM 058-TESTAR-SEV
                 VARYING WS-SV-IDX FROM 1 BY 1
                 UNTIL WS-SV-IDX > WS-QTDE-SEV
                    OR WS-PCT-OBITOS <= WS-SV-LIMITE (WS-SV-IDX)
              IF WS-SV-IDX > WS-QTDE-SEV
                 MOVE WS-QTDE-SEV TO WS-SV-IDX
              END-IF
              MOVE WS-SV-CLASSE (WS-SV-IDX) TO WS-CL-CLASSE
           END-IF
           .
       058-TESTAR-SEV.

           CONTINUE
           .
      *--------------------------------------------------------------*
      *    GRAVAR A EXCECAO NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTEXCEC
           DISPLAY ' * ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG067'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ACIDENTES'     TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    AMARRAR O PUBLICADO AOS LIVROS: O TOTAL DE ACIDENTES DAS
      *    CIDADES TEM QUE BATER COM O MES NO TRENDACU (O MESMO
      *    NUMERO DO FECHAMENTO DO CGPRG019)
      *--------------------------------------------------------------*
       070-CONFERIR-TRENDACU.

           OPEN INPUT TRENDACU
           IF WS-FS-TRENDACU NOT = '00'
              DISPLAY ' * ERRO ABRINDO TRENDACU - FS='
                  WS-FS-TRENDACU ' - TOTAL NAO CONFERIDO'
              MOVE WS-PARM-ANOMES TO WS-CHAVE-EXC
              MOVE 'TRENDACU INDISPONIVEL' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              MOVE WS-PARM-ANO TO WS-TR-CH-ANO
              MOVE WS-PARM-MES TO WS-TR-CH-MES
              READ TRENDACU
                  INVALID KEY
                      MOVE WS-PARM-ANOMES TO WS-CHAVE-EXC
                      MOVE 'MES SEM REGISTRO NO TRENDACU'
                          TO WS-MOTIVO-EXC
                      PERFORM 060-GRAVAR-EXCECAO
                  NOT INVALID KEY
                      MOVE WS-TR-QTDACID TO WS-TREND-ACID
                      IF WS-TREND-ACID NOT = WS-TOT-ACID
                         MOVE WS-PARM-ANOMES TO WS-CHAVE-EXC
                         MOVE 'TOTAL DIVERGE DO TRENDACU'
                             TO WS-MOTIVO-EXC
                         PERFORM 060-GRAVAR-EXCECAO
                      END-IF
              END-READ
              CLOSE TRENDACU
           END-IF
           .
      *--------------------------------------------------------------*
      *    METADADO QUE ACOMPANHA O DADOSAB
      *--------------------------------------------------------------*
       075-GRAVAR-METADADO.

           MOVE SPACES TO WS-LINHA-SAIDA
           STRING 'PERIODO;DATA_GERACAO;QTDE_REGISTROS;'
                                         DELIMITED BY SIZE
                  'LIMIAR_SUPRESSAO;CELULAS_SUPRIMIDAS;ORIGEM'
                                         DELIMITED BY SIZE
             INTO WS-LINHA-SAIDA
           END-STRING
           WRITE WS-REG-METADADO FROM WS-LINHA-SAIDA

           MOVE SPACES TO WS-LINHA-SAIDA
           MOVE 1      TO WS-PTR
           MOVE WS-PARM-ANOMES TO WS-CAMPO
           PERFORM 053-ACRESCENTAR-CAMPO
           MOVE WS-DATA-HOJE   TO WS-CAMPO
           PERFORM 053-ACRESCENTAR-CAMPO
           MOVE WS-CTREGISTROS TO WS-NUM
           PERFORM 052-EDITAR-NUMERO
           PERFORM 053-ACRESCENTAR-CAMPO
           MOVE WS-LIMIAR      TO WS-NUM
           PERFORM 052-EDITAR-NUMERO
           PERFORM 053-ACRESCENTAR-CAMPO
           MOVE WS-CTSUPRIM    TO WS-NUM
           PERFORM 052-EDITAR-NUMERO
           PERFORM 053-ACRESCENTAR-CAMPO
           MOVE 'CGPRG067'     TO WS-CAMPO
           PERFORM 053-ACRESCENTAR-CAMPO
           WRITE WS-REG-METADADO FROM WS-LINHA-SAIDA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - MES SEM CIDADES DEVOLVE RC 08;
      *    CIDADE SEM CADASTRO OU TOTAL QUE NAO BATE DEVOLVE RC 04
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTCIDADES = ZEROS
              DISPLAY ' * NENHUMA CIDADE NO CIDTREND PARA '
                  WS-PARM-ANOMES ' - NADA A PUBLICAR'
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTEXCEC > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF

           MOVE 'CGPRG067'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS PUBLICADOS'          TO CT-DESCRICAO
           MOVE WS-CTREGISTROS       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG067'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CIDADES PUBLICADAS'            TO CT-DESCRICAO
           MOVE WS-CTCIDADES         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG067'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE SPACES               TO CT-DESCRICAO
           STRING 'ACIDENTES PUBLICADOS ' DELIMITED BY SIZE
                  WS-PARM-ANOMES          DELIMITED BY SIZE
             INTO CT-DESCRICAO
           END-STRING
           MOVE WS-TOT-ACID          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG067'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE SPACES               TO CT-DESCRICAO
           STRING 'OBITOS PUBLICADOS '    DELIMITED BY SIZE
                  WS-PARM-ANOMES          DELIMITED BY SIZE
             INTO CT-DESCRICAO
           END-STRING
           MOVE WS-TOT-OBIT          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG067'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE SPACES               TO CT-DESCRICAO
           STRING 'ACIDENTES TRENDACU '   DELIMITED BY SIZE
                  WS-PARM-ANOMES          DELIMITED BY SIZE
             INTO CT-DESCRICAO
           END-STRING
           MOVE WS-TREND-ACID        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG067'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'CELULAS SUPRIMIDAS'            TO CT-DESCRICAO
           MOVE WS-CTSUPRIM          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE CIDTREND
           IF WS-TEM-CIDADEIX = 'S'
              CLOSE CIDADEIX
           END-IF
           CLOSE DADOSAB
           CLOSE METADADO
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG067        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CIDTREND LIDOS.............: ' WS-CTLIDO
           DISPLAY ' * CIDADES PUBLICADAS.........: ' WS-CTCIDADES
           DISPLAY ' * REGISTROS PUBLICADOS.......: ' WS-CTREGISTROS
           DISPLAY ' * CELULAS SUPRIMIDAS.........: ' WS-CTSUPRIM
           DISPLAY ' * CIDADES SEM CADASTRO.......: ' WS-CTSEMCAD
           DISPLAY ' * ACIDENTES PUBLICADOS.......: ' WS-TOT-ACID
           DISPLAY ' * ACIDENTES NO TRENDACU......: ' WS-TREND-ACID
           DISPLAY ' * CODIGO DE RETORNO..........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG067        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG067 <-------------------*
