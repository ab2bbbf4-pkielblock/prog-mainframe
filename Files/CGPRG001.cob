               10  WS-RC-HORA-FIM      PIC 9(08).
       77  WS-HORA-AGORA              PIC 9(08)  VALUE ZEROS.

      *-----> REGISTROS DA MESMA DATA-MOVIMENTO GRAVADOS NO RUNCTL
      *       POR OUTROS PROGRAMAS (P.EX. O RESTORE DO CGPRG072) -
      *       REGRAVADOS APOS A CADEIA PARA NAO SE PERDEREM
       77  WS-RC-ACHOU                PIC X(01).
       77  WS-QTDE-OUTROS             PIC 9(02)  VALUE ZEROS.
       77  WS-OU-I                    PIC 9(02).
       01  WS-TAB-RUNCTL-OUTROS.
           05  WS-OU-REGISTRO  OCCURS 10 TIMES
                                      PIC X(42).

      *-----> AREA DO GERADOR DE ALERTAS OPERACIONAIS (CGALERTA)
           COPY CGALRT.
      *
                   MOVE 'S' TO WS-FIM-RUNCTL
               NOT AT END
                   IF RC-DATA-MOV = WS-DATA-MOV
                      MOVE 'N' TO WS-RC-ACHOU
                      PERFORM 016-APROVEITAR-STATUS
                         VARYING WS-RC-I FROM 1 BY 1
                         UNTIL WS-RC-I > 6
                      IF WS-RC-ACHOU = 'N' AND WS-QTDE-OUTROS < 10
                         ADD 1 TO WS-QTDE-OUTROS
                         MOVE WS-REG-RUNCTL
                             TO WS-OU-REGISTRO (WS-QTDE-OUTROS)
                      END-IF
                   END-IF
           END-READ
           .
       016-APROVEITAR-STATUS.

           IF WS-RC-PROGRAMA (WS-RC-I) = RC-PROGRAMA
              MOVE 'S'        TO WS-RC-ACHOU
              MOVE RC-STATUS  TO WS-RC-STATUS  (WS-RC-I)
              MOVE RC-COD-RET TO WS-RC-COD-RET (WS-RC-I)
              MOVE RC-HORA-INI TO WS-RC-HORA-INI (WS-RC-I)
      *--------------------------------------------------------------*
      *    REGRAVAR O RUNCTL INTEIRO COM OS STATUS CORRENTES - FEITO  *
      *    APOS CADA PROGRAMA, PARA QUE UM ABEND NO MEIO DA CADEIA    *
      *    PRESERVE O QUE JA FICOU OK. OS REGISTROS DE OUTROS         *
      *    PROGRAMAS NA MESMA DATA-MOVIMENTO VOLTAM NO FIM DO ARQUIVO  *
      *--------------------------------------------------------------*
       085-GRAVAR-RUNCTL.

           PERFORM 086-GRAVAR-ENTRADA
              VARYING WS-RC-I FROM 1 BY 1
              UNTIL WS-RC-I > 6
           PERFORM 088-GRAVAR-OUTRO
              VARYING WS-OU-I FROM 1 BY 1
              UNTIL WS-OU-I > WS-QTDE-OUTROS
           CLOSE RUNCTL
           .
       086-GRAVAR-ENTRADA.
           MOVE WS-RC-HORA-FIM (WS-RC-I) TO RC-HORA-FIM
           WRITE WS-REG-RUNCTL
           .
       088-GRAVAR-OUTRO.

           MOVE WS-OU-REGISTRO (WS-OU-I) TO WS-REG-RUNCTL
           WRITE WS-REG-RUNCTL
           .
      *--------------------------------------------------------------*
      *    REGISTRAR O RESULTADO DO PROGRAMA WS-RC-IDX NA TABELA E    *
      *    NO RUNCTL                                                  *
