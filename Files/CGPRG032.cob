      *    4 A 6 MESES E MAIS DE 6 MESES. AS VENCIDAS SAEM LINHA A    *
      *    LINHA E O FECHAMENTO TRAZ QUANTIDADE E VALOR POR FAIXA -   *
      *    O CONTAS A RECEBER DA CARTEIRA DE LOTES EM UMA PAGINA.     *
      *    PARCELA PAGA EM PARTE (PARCIAL, BAIXA DO CGPRG046) ENTRA   *
      *    PELO SALDO AINDA EM ABERTO; PAGA E CANCELADA FICAM FORA.   *
      *    O SALDO PARTE DO VALOR ATUALIZADO COM MULTA E JUROS DO     *
      *    CGPRG048 (SEM ENCARGO CALCULADO E O PROPRIO PA-VALOR).     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-MES-CORR            PIC 9(02).
           05  WS-MESES-ATRASO        PIC S9(04).
           05  WS-FX-IDX              PIC 9(01).
           05  WS-VL-ABERTO           PIC 9(08)V99.

      *-----> A DATA DO ACCEPT FROM DATE E AAMMDD - DESDOBRADA PARA
      *       MONTAR A COMPETENCIA CORRENTE (SECULO 20XX ASSUMIDO)

       01  WS-SOUT-VALOR              PIC $$$.$$$.$$9,99.
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
           MOVE 'CGPRG032'   TO RR-PROGRAMA
           MOVE WS-DATA-EXEC TO RR-DATA
           CALL 'CGRUNREG' USING RR-AREA
           MOVE WS-DATA-EXEC TO WS-DATA-DESDOBRADA
           COMPUTE WS-ANO-CORR = 2000 + WS-DD-ANO2
           MOVE WS-DD-MES TO WS-MES-CORR
           END-READ
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR A PARCELA ABERTA (OU PARCIAL, PELO SALDO) NA
      *    FAIXA DE ATRASO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF PA-STATUS = 'ABERTA' OR PA-STATUS = 'PARCIAL'
              ADD 1 TO WS-CTABERTAS
              COMPUTE WS-VL-ABERTO = PA-VALOR-ATUAL - PA-VALOR-PAGO
              COMPUTE WS-MESES-ATRASO =
                  ((WS-ANO-CORR * 12) + WS-MES-CORR)
                  - ((PA-VENC-ANO * 12) + PA-VENC-MES)
                      MOVE 5 TO WS-FX-IDX
              END-EVALUATE
              ADD 1        TO WS-AG-QTD   (WS-FX-IDX)
              ADD WS-VL-ABERTO TO WS-AG-VALOR (WS-FX-IDX)
              IF WS-FX-IDX > 1
                 PERFORM 040-RELATAR-VENCIDA
              END-IF
      *--------------------------------------------------------------*
       040-RELATAR-VENCIDA.

           MOVE WS-VL-ABERTO TO WS-SOUT-VALOR
           MOVE SPACES TO WS-REG-AGINGREL
           STRING 'LOTE ' DELIMITED BY SIZE
                  PA-CEP  DELIMITED BY SIZE
           CLOSE AGINGREL
           CLOSE CTLTOTAL

      *    A RODADA SO E REGISTRADA SE TERMINOU SEM ERRO (RC < 08)
           IF RETURN-CODE < 08
              MOVE RETURN-CODE  TO WS-RC-SALVO
              MOVE 'FIM'        TO RR-FUNCAO
              CALL 'CGRUNREG' USING RR-AREA
              MOVE WS-RC-SALVO  TO RETURN-CODE
           END-IF

           DISPLAY ' * PARCELAS LIDAS..........: ' WS-CTLIDO
           DISPLAY ' * PARCELAS EM ABERTO......: ' WS-CTABERTAS
           DISPLAY ' * CODIGO DE RETORNO.......: ' RETURN-CODE
