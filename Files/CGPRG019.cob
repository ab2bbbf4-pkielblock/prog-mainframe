       01  WS-VARIACAO                PIC S9(05)V99.
       01  WS-SOUT-VARIACAO           PIC +ZZZZ9,99.
       01  WS-SOUT-MEDIA              PIC ZZZZ9,99.
      *-----> AREA DO REGISTRADOR DE EXECUCAO (CGRUNREG) - A RODADA
      *       FICA NO RUNHIST PARA O CALENDARIO DE PRODUCAO (CGPRG070)
           COPY CGRUNRG.
       77  WS-RC-SALVO                PIC 9(02).
      *
       PROCEDURE DIVISION.
      *==================*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           MOVE 'INI'        TO RR-FUNCAO
           MOVE 'CGPRG019'   TO RR-PROGRAMA
           MOVE WS-DATA-EXEC TO RR-DATA
           CALL 'CGRUNREG' USING RR-AREA
           OPEN INPUT SYSIN
           READ SYSIN
               AT END
           CLOSE FECHREL
           CLOSE CTLTOTAL

      *    A RODADA SO E REGISTRADA SE TERMINOU SEM ERRO (RC < 08)
           IF RETURN-CODE < 08
              MOVE RETURN-CODE  TO WS-RC-SALVO
              MOVE 'FIM'        TO RR-FUNCAO
              CALL 'CGRUNREG' USING RR-AREA
              MOVE WS-RC-SALVO  TO RETURN-CODE
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   FECHAMENTO CONCLUIDO - CGPRG019      *'
           DISPLAY ' *----------------------------------------*'
