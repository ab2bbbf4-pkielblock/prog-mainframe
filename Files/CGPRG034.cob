       01  WS-SOUT-VALOR              PIC $$$.$$$.$$$.$$9,99.
       01  WS-SOUT-M2                 PIC $$.$$$.$$9,99.
       01  WS-SOUT-QTD                PIC ZZZ.ZZ9.
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
           MOVE 'CGPRG034'   TO RR-PROGRAMA
           MOVE WS-DATA-EXEC TO RR-DATA
           CALL 'CGRUNREG' USING RR-AREA
           OPEN OUTPUT VALOREL
           PERFORM 012-ABRIR-CTLTOTAL
           OPEN INPUT LOTEMST
           CLOSE VALOREL
           CLOSE CTLTOTAL

      *    A RODADA SO E REGISTRADA SE TERMINOU SEM ERRO (RC < 08)
           IF RETURN-CODE < 08
              MOVE RETURN-CODE  TO WS-RC-SALVO
              MOVE 'FIM'        TO RR-FUNCAO
              CALL 'CGRUNREG' USING RR-AREA
              MOVE WS-RC-SALVO  TO RETURN-CODE
           END-IF

           DISPLAY ' * LOTES LIDOS DO MESTRE.....: ' WS-CTLIDO
           DISPLAY ' * CODIGO DE RETORNO.........: ' RETURN-CODE
           DISPLAY ' *----------------------------------------*'
