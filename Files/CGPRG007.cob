           SELECT UFREF      ASSIGN TO "UFREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-UFREF.
           SELECT ACIDDIA    ASSIGN TO "ACIDDIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACIDDIA.

       DATA DIVISION.
      *=============*
                   15  CK-CD-QTDACID   PIC 9(07).
                   15  CK-CD-QTDOBIT   PIC 9(07).
                   15  CK-CD-SOMAPORC  PIC 9(05)V9999.
                   15  CK-CD-QTDVEIC   PIC 9(07).
                   15  CK-CD-QTDBAFO   PIC 9(03).

       FD  ACIDREJ
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY CGCIDTRN.

      *-----> HISTORICO DIARIO POR CIDADE - UM REGISTRO POR CIDADE E
      *       DIA FECHADO, GRAVADO JUNTO COM O CIDTREND (O CIDTREND
      *       SO GUARDA O MES; A ANALISE POR DIA DA SEMANA E FERIADO
      *       PRECISA DO DIA)
       FD  ACIDDIA
           LABEL RECORDS ARE STANDARD.
           COPY CGACIDIA.

      *-----> PESOS DO INDICE COMPOSTO DE RISCO - UM REGISTRO COM OS
      *       QUATRO PESOS (TAXA DE ACIDENTES, LETALIDADE, MORTALIDADE
      *       POR VEICULO E BAFOMETRO), NO MESMO PADRAO DE ARQUIVO DE
       77  WS-CD2-IDX                 PIC 9(03).
       77  WS-CD2-ACHOU               PIC X(01).
       77  WS-CTCIDTREND              PIC 9(05) VALUE ZEROS.
       77  WS-FS-ACIDDIA              PIC X(02).
       77  WS-CTACIDDIA               PIC 9(05) VALUE ZEROS.
       01  WS-TAB-CIDDIA.
           05  WS-CIDDIA  OCCURS 200 TIMES.
               10  WS-CD-DIA-CODIGO    PIC 9(05).
               10  WS-CD-DIA-QTDACID   PIC 9(07).
               10  WS-CD-DIA-QTDOBIT   PIC 9(07).
               10  WS-CD-DIA-SOMAPORC  PIC 9(05)V9999.
               10  WS-CD-DIA-QTDVEIC   PIC 9(07).
               10  WS-CD-DIA-QTDBAFO   PIC 9(03).

      *-----> AREA DE TRABALHO PARA MONTAR O PERCENTUAL EM FORMATO US
      *       (PONTO DECIMAL, SEM PASSAR POR PICTURE COM VIRGULA)
              CLOSE CIDTREND
              OPEN I-O CIDTREND
           END-IF
           OPEN EXTEND ACIDDIA
           IF WS-FS-ACIDDIA = '35'
              OPEN OUTPUT ACIDDIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O CHECKPOINT E DETERMINAR O PONTO DE RESTART, SE
                 MOVE ZEROS TO WS-CD-DIA-QTDACID   (WS-CD2-IDX)
                 MOVE ZEROS TO WS-CD-DIA-QTDOBIT   (WS-CD2-IDX)
                 MOVE ZEROS TO WS-CD-DIA-SOMAPORC  (WS-CD2-IDX)
                 MOVE ZEROS TO WS-CD-DIA-QTDVEIC   (WS-CD2-IDX)
                 MOVE ZEROS TO WS-CD-DIA-QTDBAFO   (WS-CD2-IDX)
              ELSE
                 DISPLAY ' * TABELA DE CIDADES DO DIA CHEIA (200) '
                     '- CIDADE ' WS-CIDADE ' FORA DO CIDTREND'
                  WS-CD-DIA-QTDOBIT  (WS-CD2-IDX)
              ADD WS-PORC          TO
                  WS-CD-DIA-SOMAPORC (WS-CD2-IDX)
              ADD WS-QTD-VEICULOS  TO
                  WS-CD-DIA-QTDVEIC  (WS-CD2-IDX)
              IF WS-BAFOMETRO = 'S'
                 ADD 1 TO WS-CD-DIA-QTDBAFO (WS-CD2-IDX)
              END-IF
           END-IF
           .
       044-COMPARAR-CIDADE-DIA.
                       TO TC-QTDOBITOS
                   MOVE WS-CD-DIA-SOMAPORC (WS-CD2-IDX)
                       TO TC-SOMAPORC
                   MOVE WS-CD-DIA-QTDVEIC  (WS-CD2-IDX)
                       TO TC-QTDVEICULOS
                   MOVE WS-CD-DIA-QTDBAFO  (WS-CD2-IDX)
                       TO TC-QTDBAFOM
                   WRITE TC-REG-CIDTREND
               NOT INVALID KEY
                   ADD 1 TO TC-QTDDIAS
                       TO TC-QTDOBITOS
                   ADD WS-CD-DIA-SOMAPORC (WS-CD2-IDX)
                       TO TC-SOMAPORC
                   ADD WS-CD-DIA-QTDVEIC  (WS-CD2-IDX)
                       TO TC-QTDVEICULOS
                   ADD WS-CD-DIA-QTDBAFO  (WS-CD2-IDX)
                       TO TC-QTDBAFOM
                   REWRITE TC-REG-CIDTREND
           END-READ
           ADD 1 TO WS-CTCIDTREND
           MOVE WS-CD-DIA-CODIGO  (WS-CD2-IDX) TO AD-CIDADE
           MOVE WS-DATA-QUEBRA                 TO AD-DATA
           MOVE 'D'                            TO AD-ORIGEM
           MOVE WS-CD-DIA-QTDACID (WS-CD2-IDX) TO AD-QTDACID
           MOVE WS-CD-DIA-QTDOBIT (WS-CD2-IDX) TO AD-QTDOBIT
           MOVE WS-CD-DIA-QTDVEIC (WS-CD2-IDX) TO AD-QTDVEIC
           MOVE WS-CD-DIA-QTDBAFO (WS-CD2-IDX) TO AD-QTDBAFO
           WRITE AD-REG-ACIDDIA
           ADD 1 TO WS-CTACIDDIA
           .
       049-GRAVAR-TREND.

           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG007'          TO CT-PROGRAMA
           MOVE WS-DATA-AAMMDD      TO CT-DATA-EXECUCAO
           MOVE 'CIDADES-DIA NO ACIDDIA'        TO CT-DESCRICAO
           MOVE WS-CTACIDDIA        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG007'          TO CT-PROGRAMA
           MOVE WS-DATA-AAMMDD      TO CT-DATA-EXECUCAO
           MOVE 'ALERTAS DE PONTO CRITICO'      TO CT-DESCRICAO
           MOVE WS-CTSPIKES         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           CLOSE ACIDENTES
           CLOSE TRENDACU
           CLOSE CIDTREND
           CLOSE ACIDDIA
           IF WS-TEM-CIDADEIX = 'S'
              CLOSE CIDADEIX
           END-IF
