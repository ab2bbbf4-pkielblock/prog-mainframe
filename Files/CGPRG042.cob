      *    NOITE, OS TOTAIS DE EXCECAO POR SEVERIDADE (TABELA         *
      *    SEVEXCEP, A MESMA DO CGPRG021) E O VEREDITO DO BALANCO     *
      *    (BALREL). O BANNER OK / VERIFICAR SAI NO TOPO - A TRIAGEM  *
      *    DA NOITE EM DEZ SEGUNDOS. OS JOBS PERIODICOS DEVIDOS E NAO *
      *    EXECUTADOS (ALERTA DO CALENDARIO DE PRODUCAO, CGPRG070)    *
      *    SAEM LISTADOS UM A UM.                                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               10  WS-SV-MOTIVO        PIC X(30).
               10  WS-SV-SEVERIDADE    PIC X(01).

      *-----> JOBS PERIODICOS NAO EXECUTADOS (ALERTAS DO CGPRG070) -
      *       A PAGINA LISTA OS 10 PRIMEIROS E CONTA O RESTO
       77  WS-QTDE-JOBNE              PIC 9(02) VALUE ZEROS.
       77  WS-JN-I                    PIC 9(02).
       01  WS-TAB-JOBNE.
           05  WS-JOBNE  OCCURS 10 TIMES.
               10  WS-JN-PROGRAMA      PIC X(08).
               10  WS-JN-DATA          PIC X(08).

       01  WS-CONTADORES.
           05  WS-CT-ALERTAS          PIC 9(05) VALUE ZEROS.
           05  WS-CT-JOBNE            PIC 9(05) VALUE ZEROS.
           05  WS-CT-EXC-I            PIC 9(05) VALUE ZEROS.
           05  WS-CT-EXC-F            PIC 9(05) VALUE ZEROS.
           05  WS-CT-FALHARAM         PIC 9(02) VALUE ZEROS.
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CT-ALERTAS
                   IF AT-LIMITE = 'JOB PERIODICO NAO EXECUTADO'
                      ADD 1 TO WS-CT-JOBNE
                      IF WS-QTDE-JOBNE < 10
                         ADD 1 TO WS-QTDE-JOBNE
                         MOVE AT-PROGRAMA TO
                             WS-JN-PROGRAMA (WS-QTDE-JOBNE)
                         MOVE AT-DATA     TO WS-JN-DATA (WS-QTDE-JOBNE)
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
             INTO WS-REG-DIGESTO
           END-STRING
           PERFORM 071-GRAVAR-LINHA
           MOVE 'JOBS PERIODICOS NAO EXECUTADOS:' TO WS-REG-DIGESTO
           PERFORM 071-GRAVAR-LINHA
           IF WS-QTDE-JOBNE = ZEROS
              MOVE '  NENHUM' TO WS-REG-DIGESTO
              PERFORM 071-GRAVAR-LINHA
           END-IF
           PERFORM 074-LINHA-JOB-PERIODICO
              VARYING WS-JN-I FROM 1 BY 1
              UNTIL WS-JN-I > WS-QTDE-JOBNE
           IF WS-CT-JOBNE > WS-QTDE-JOBNE
              SUBTRACT WS-QTDE-JOBNE FROM WS-CT-JOBNE
              MOVE SPACES TO WS-REG-DIGESTO
              STRING '  E MAIS '                DELIMITED BY SIZE
                     WS-CT-JOBNE                DELIMITED BY SIZE
                     ' - VER O CALREL DO CGPRG070' DELIMITED BY SIZE
                INTO WS-REG-DIGESTO
              END-STRING
              PERFORM 071-GRAVAR-LINHA
           END-IF
           MOVE SPACES TO WS-REG-DIGESTO
           STRING 'EXCECOES INFORMATIVAS.: ' DELIMITED BY SIZE
                  WS-CT-EXC-I                DELIMITED BY SIZE
           END-STRING
           PERFORM 071-GRAVAR-LINHA
           .
       074-LINHA-JOB-PERIODICO.

           MOVE SPACES TO WS-REG-DIGESTO
           STRING '  ' DELIMITED BY SIZE
                  WS-JN-PROGRAMA (WS-JN-I) DELIMITED BY SIZE
                  ' DEVIDO EM ' DELIMITED BY SIZE
                  WS-JN-DATA (WS-JN-I)     DELIMITED BY SIZE
             INTO WS-REG-DIGESTO
           END-STRING
           PERFORM 071-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - O DIGESTO NAO GRAVA CTLTOTAL (ELE
      *    E LEITOR DA NOITE, NAO MAIS UM GERADOR DE CONTADORES)
