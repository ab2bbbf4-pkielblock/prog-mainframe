      *    QUANDO UM MESMO VENDEDOR ACUMULA RESERVAS EXPIRADAS ALEM   *
      *    DO LIMITE DO CARTAO, O CGALERTA GRAVA UM ALERTA PARA O     *
      *    CONSOLE DA MANHA - ESTOQUE BOM NAO FICA CONGELADO POR      *
      *    RESERVA ESQUECIDA. CADA LIBERACAO VAI PARA O LOG DE        *
      *    RESERVAS (RESERLOG).                                       *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESERREL  ASSIGN TO "RESERREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESERLOG  ASSIGN TO "RESERLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RESERLOG.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-RESERREL            PIC X(80).

       FD  RESERLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGRESLOG.

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.
           05  WS-CTRESERV            PIC 9(05) VALUE ZEROS.
           05  WS-CTLIBERADAS         PIC 9(05) VALUE ZEROS.
           05  WS-FS-LOTEMST          PIC X(02).
           05  WS-FS-RESERLOG         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-IDADE-DIAS          PIC S9(05).
           05  WS-DIAS-HOJE           PIC 9(07).
           05  WS-DIAS-RESERVA        PIC 9(07).
           05  WS-DATA-RES-ANT        PIC 9(08).

      *-----> DATAS DESDOBRADAS (AAMMDD DO ACCEPT / 00AAMMDD DO
      *       MESTRE) PARA A CONTA DE IDADE EM BASE 30/360
              MOVE WS-DIAS-RESERVA TO WS-DIAS-HOJE
              OPEN OUTPUT RESERREL
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-RESERLOG
              OPEN I-O LOTEMST
              IF WS-FS-LOTEMST NOT = '00'
                 DISPLAY ' * ERRO ABRINDO LOTEMST - FS='
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOG DE RESERVAS - PERMANENTE, SEMPRE EM EXTEND, OUTPUT NA
      *    1A VEZ (FILE STATUS 35)
      *--------------------------------------------------------------*
       013-ABRIR-RESERLOG.

           OPEN EXTEND RESERLOG
           IF WS-FS-RESERLOG = '35'
               OPEN OUTPUT RESERLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTER A DATA DESDOBRADA EM DIAS CORRIDOS NA BASE
      *    COMERCIAL 30/360 (BASTA PARA MEDIR IDADE DE RESERVA)
      *--------------------------------------------------------------*
           .
       040-LIBERAR-RESERVA.

           MOVE LM-DATA-RESERVA TO WS-DATA-RES-ANT
           MOVE 'DISPONIVEL' TO LM-STATUS
           MOVE ZEROS        TO LM-DATA-RESERVA
           REWRITE LM-REG-LOTE
               NOT INVALID KEY
                   ADD 1 TO WS-CTLIBERADAS
                   PERFORM 045-RELATAR-LIBERACAO
                   PERFORM 046-REGISTRAR-LIBERACAO
                   PERFORM 050-CONTAR-VENDEDOR
           END-REWRITE
           .
           DISPLAY ' * ' WS-REG-RESERREL
           .
      *--------------------------------------------------------------*
      *    RESERVA LIBERADA POR VENCIMENTO - REGISTRO 'L' NO RESERLOG
      *--------------------------------------------------------------*
       046-REGISTRAR-LIBERACAO.

           MOVE SPACES          TO RL-REG-RESERVA
           MOVE 'L'             TO RL-TIPO
           MOVE LM-CEP          TO RL-CEP
           MOVE LM-SEQ          TO RL-SEQ
           MOVE LM-VEND         TO RL-VEND
           MOVE WS-DATA-EXEC    TO RL-DATA
           MOVE WS-DATA-RES-ANT TO RL-DATA-RESERVA
           MOVE 'CGPRG033'      TO RL-PROGRAMA
           WRITE RL-REG-RESERVA
           .
      *--------------------------------------------------------------*
      *    CONTAR A RESERVA EXPIRADA NO VENDEDOR DONO
      *--------------------------------------------------------------*
       050-CONTAR-VENDEDOR.

           CLOSE LOTEMST
           CLOSE RESERREL
           CLOSE RESERLOG
           CLOSE CTLTOTAL

           DISPLAY ' *========================================*'
