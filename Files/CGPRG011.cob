      *    DIFERENCA GERA UMA LINHA NO RELATORIO DE DIVERGENCIAS      *
      *    (BALREL) E O PROGRAMA TERMINA COM CODIGO DE RETORNO 08     *
      *    PARA SEGURAR OS JOBS SEGUINTES.                            *
      *    QUANDO A REMESSA DE BOLETOS (CGPRG047) RODOU NA NOITE, A   *
      *    QUANTIDADE E O VALOR DO CTLTOTAL SAO CONFERIDOS CONTRA OS  *
      *    DETALHES E O TRAILER DO ARQUIVO REMESSA.                   *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT RELATORIO ASSIGN TO "RELATORIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           SELECT REMESSA   ASSIGN TO "REMESSA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA.
           SELECT BALREL    ASSIGN TO "BALREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BALREL.
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-RELATORIO           PIC X(80).

       FD  REMESSA
           LABEL RECORDS ARE STANDARD.
           COPY CGREMESS.

       FD  BALREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-BALREL              PIC X(80).
           05  WS-FS-LOTEREJ          PIC X(02).
           05  WS-FS-ACIDREJ          PIC X(02).
           05  WS-FS-RELATORIO        PIC X(02).
           05  WS-FS-REMESSA          PIC X(02).
           05  WS-FS-BALREL           PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).

           05  WS-QT-LOTEREJ          PIC 9(09) VALUE ZEROS.
           05  WS-QT-ACIDREJ          PIC 9(09) VALUE ZEROS.
           05  WS-QT-RELATORIO        PIC 9(09) VALUE ZEROS.
           05  WS-QT-REM-BOLETOS      PIC 9(09) VALUE ZEROS.
           05  WS-QT-REM-VALOR        PIC 9(11)V99 VALUE ZEROS.
           05  WS-QT-REM-TRAILER      PIC 9(09) VALUE ZEROS.

      *-----> CONTADORES EXTRAIDOS DO CTLTOTAL - UM CAMPO POR
      *       IDENTIDADE CONFERIDA; CONTADOR AUSENTE FICA ZERADO E
           05  WS-CT-006-REJ          PIC 9(09) VALUE ZEROS.
           05  WS-CT-007-LIDOS        PIC 9(09) VALUE ZEROS.
           05  WS-CT-007-REJ          PIC 9(09) VALUE ZEROS.
           05  WS-CT-047-BOLETOS      PIC 9(09) VALUE ZEROS.
           05  WS-CT-047-VALOR        PIC 9(09) VALUE ZEROS.
           05  WS-ACHOU-005           PIC X(01) VALUE 'N'.
           05  WS-ACHOU-047           PIC X(01) VALUE 'N'.

      *-----> AREA DA CONFERENCIA EM CURSO
       01  WS-CONFERENCIA.
                   MOVE CT-VALOR TO WS-CT-007-LIDOS
               WHEN 'CGPRG007' ALSO 'REGISTROS REJEITADOS'
                   MOVE CT-VALOR TO WS-CT-007-REJ
               WHEN 'CGPRG047' ALSO 'BOLETOS REMETIDOS'
                   MOVE CT-VALOR TO WS-CT-047-BOLETOS
                   MOVE 'S'      TO WS-ACHOU-047
               WHEN 'CGPRG047' ALSO 'VALOR REMETIDO (REAIS)'
                   MOVE CT-VALOR TO WS-CT-047-VALOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ELSE
              DISPLAY ' * RELATORIO NAO ABERTO - FS=' WS-FS-RELATORIO
           END-IF

           MOVE 'N' TO WS-FIM
           OPEN INPUT REMESSA
           IF WS-FS-REMESSA = '00'
              PERFORM 036-CONTAR-REMESSA UNTIL WS-FIM = 'S'
              CLOSE REMESSA
           ELSE
              DISPLAY ' * REMESSA NAO ABERTO - FS=' WS-FS-REMESSA
           END-IF
           .
       031-CONTAR-ALUNOUT.

           END-READ
           .
      *--------------------------------------------------------------*
      *    REMESSA DE BOLETOS: CONTA E SOMA OS DETALHES E GUARDA A
      *    QUANTIDADE DECLARADA NO TRAILER
      *--------------------------------------------------------------*
       036-CONTAR-REMESSA.

           READ REMESSA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF RM-TIPO = '1'
                      ADD 1        TO WS-QT-REM-BOLETOS
                      ADD RM-VALOR TO WS-QT-REM-VALOR
                   END-IF
                   IF RM-TIPO = '9'
                      MOVE RM-T-QTDREG TO WS-QT-REM-TRAILER
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONFERIR AS IDENTIDADES ENTRE O CTLTOTAL E A CONTAGEM
      *    FISICA - CADA DIFERENCA VIRA UMA LINHA NO BALREL
      *--------------------------------------------------------------*
               + (WS-CT-007-LIDOS - WS-CT-007-REJ)
           MOVE WS-QT-RELATORIO TO WS-CF-OBTIDO
           PERFORM 070-CONFERIR-UMA

           IF WS-ACHOU-047 = 'S'
              PERFORM 065-CONFERIR-REMESSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    REMESSA DE BOLETOS DO CGPRG047 - O VALOR DO CTLTOTAL VEM
      *    EM REAIS INTEIROS, POR ISSO A SOMA E TRUNCADA ANTES DA
      *    COMPARACAO
      *--------------------------------------------------------------*
       065-CONFERIR-REMESSA.

           MOVE 'CGPRG047 BOLETOS = REMESSA' TO WS-CF-DESCRICAO
           MOVE WS-CT-047-BOLETOS TO WS-CF-ESPERADO
           MOVE WS-QT-REM-BOLETOS TO WS-CF-OBTIDO
           PERFORM 070-CONFERIR-UMA

           MOVE 'CGPRG047 VALOR = SOMA DA REMESSA' TO WS-CF-DESCRICAO
           MOVE WS-CT-047-VALOR   TO WS-CF-ESPERADO
           MOVE WS-QT-REM-VALOR   TO WS-CF-OBTIDO
           PERFORM 070-CONFERIR-UMA

           MOVE 'TRAILER DA REMESSA = DETALHES' TO WS-CF-DESCRICAO
           MOVE WS-QT-REM-TRAILER TO WS-CF-ESPERADO
           MOVE WS-QT-REM-BOLETOS TO WS-CF-OBTIDO
           PERFORM 070-CONFERIR-UMA
           .
      *--------------------------------------------------------------*
      *    CONFERIR UMA IDENTIDADE E RELATAR O RESULTADO
           DISPLAY ' * REGISTROS NO LOTEREJ......: ' WS-QT-LOTEREJ
           DISPLAY ' * REGISTROS NO ACIDREJ......: ' WS-QT-ACIDREJ
           DISPLAY ' * LINHAS NO RELATORIO.......: ' WS-QT-RELATORIO
           DISPLAY ' * BOLETOS NA REMESSA........: ' WS-QT-REM-BOLETOS
           DISPLAY ' * DIVERGENCIAS ENCONTRADAS..: ' WS-CTDIVERG
           DISPLAY ' * CODIGO DE RETORNO.........: ' RETURN-CODE
           DISPLAY ' *========================================*'
