      *    VIA SYSIN TRANSACOES CEP + SEQUENCIA + NOVO STATUS         *
      *    (DISPONIVEL/VENDIDO/RESERVADO) E REGRAVA O LM-STATUS DO    *
      *    LOTE NO LOTEMST QUANDO UMA VENDA E FECHADA OU UMA RESERVA  *
      *    E FEITA/DESFEITA. TODA RESERVA FEITA, DESFEITA OU QUE VIRA *
      *    VENDA AQUI VAI PARA O LOG DE RESERVAS (RESERLOG).          *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               FILE STATUS IS WS-FS-LOTEMST.
           SELECT SYSIN     ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESERLOG  ASSIGN TO "RESERLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RESERLOG.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.
           05  WS-STATUS-TRANS        PIC X(10).
           05  WS-OPER-TRANS          PIC X(08).

       FD  RESERLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGRESLOG.

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.
           05  WS-CTATUALIZ           PIC 9(04) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(04) VALUE ZEROS.
           05  WS-FS-LOTEMST          PIC X(02).
           05  WS-FS-RESERLOG         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).

      *-----> SITUACAO DO LOTE ANTES DA TRANSACAO (P/ O RESERLOG)
       01  WS-AREA-RESERVA.
           05  WS-STATUS-ANT          PIC X(10).
           05  WS-DATA-RES-ANT        PIC 9(08).
           05  WS-TIPO-LOG            PIC X(01).

      *-----> AREA DO AUTORIZADOR DE OPERADORES (CGOPAUT) - TIPO 'S'
      *       (MUDANCA DE STATUS DE VENDA)
           COPY CGOPAUTA.
           OPEN INPUT SYSIN
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 014-ABRIR-RESERLOG
           OPEN I-O LOTEMST
           IF WS-FS-LOTEMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO LOTEMST - FS=' WS-FS-LOTEMST
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O LOG DE RESERVAS - DATASET PERMANENTE, SEMPRE EM
      *    EXTEND; NA 1A VEZ (FILE STATUS 35) ABRE EM OUTPUT
      *--------------------------------------------------------------*
       014-ABRIR-RESERLOG.

           OPEN EXTEND RESERLOG
           IF WS-FS-RESERLOG = '35'
               OPEN OUTPUT RESERLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DA PROXIMA TRANSACAO DE STATUS - VIA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.
           .
       035-REGRAVAR-STATUS.

           MOVE LM-STATUS       TO WS-STATUS-ANT
           MOVE LM-DATA-RESERVA TO WS-DATA-RES-ANT
           MOVE WS-STATUS-TRANS TO LM-STATUS
      *    A RESERVA CARREGA A DATA EM QUE FOI FEITA - O CGPRG033
      *    LIBERA AS RESERVAS VENCIDAS POR ESTA DATA; QUALQUER OUTRO
                   ADD 1 TO WS-CTATUALIZ
                   DISPLAY ' * LOTE ' LM-CEP '/' LM-SEQ
                       ' AGORA ' LM-STATUS
                   PERFORM 040-REGISTRAR-RESERVA
           END-REWRITE
           .
      *--------------------------------------------------------------*
      *    LEVAR AO RESERLOG A RESERVA FEITA ('R'), A RESERVA QUE
      *    VIROU VENDA ('V') E A RESERVA DESFEITA NA MAO ('D')
      *--------------------------------------------------------------*
       040-REGISTRAR-RESERVA.

           MOVE SPACES TO WS-TIPO-LOG
           IF LM-STATUS = 'RESERVADO' AND
              WS-STATUS-ANT NOT = 'RESERVADO'
              MOVE 'R'          TO WS-TIPO-LOG
              MOVE WS-DATA-EXEC TO WS-DATA-RES-ANT
           ELSE
           IF WS-STATUS-ANT = 'RESERVADO' AND LM-STATUS = 'VENDIDO'
              MOVE 'V' TO WS-TIPO-LOG
           ELSE
           IF WS-STATUS-ANT = 'RESERVADO' AND LM-STATUS = 'DISPONIVEL'
              MOVE 'D' TO WS-TIPO-LOG
           END-IF
           END-IF
           END-IF
           IF WS-TIPO-LOG NOT = SPACES
              MOVE SPACES          TO RL-REG-RESERVA
              MOVE WS-TIPO-LOG     TO RL-TIPO
              MOVE LM-CEP          TO RL-CEP
              MOVE LM-SEQ          TO RL-SEQ
              MOVE LM-VEND         TO RL-VEND
              MOVE WS-DATA-EXEC    TO RL-DATA
              MOVE WS-DATA-RES-ANT TO RL-DATA-RESERVA
              MOVE 'CGPRG016'      TO RL-PROGRAMA
              WRITE RL-REG-RESERVA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A TRANSACAO INVALIDA NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           CLOSE LOTEMST
           CLOSE SYSIN
           CLOSE RESERLOG
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

