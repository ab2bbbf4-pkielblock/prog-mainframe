      *    LOTE E LIDA PELO FATURAMENTO E PELO CGPRG032 (AGING DE      *
      *    PARCELAS EM ABERTO). O VENCIMENTO E GUARDADO POR ANO/MES    *
      *    (AAAAMM) - O FATURAMENTO COBRA POR COMPETENCIA MENSAL.      *
      *    A BAIXA DO RETORNO BANCARIO (CGPRG046) GRAVA A DATA DO      *
      *    ULTIMO PAGAMENTO E O VALOR PAGO ACUMULADO.                  *
      *    O CALCULO MENSAL DE ENCARGOS (CGPRG048) GRAVA EM            *
      *    PA-VALOR-ATUAL O VALOR DEVIDO ATUALIZADO (PA-VALOR + MULTA  *
      *    + JUROS DE MORA) E A DATA DO CALCULO. SEM ENCARGO O VALOR   *
      *    ATUALIZADO E O PROPRIO PA-VALOR. O SALDO EM ABERTO DA       *
      *    PARCELA E PA-VALOR-ATUAL - PA-VALOR-PAGO.                   *
      *    PA-STATUS: 'ABERTA'   = SEM PAGAMENTO                       *
      *               'PARCIAL'  = PAGA EM PARTE (SALDO EM ABERTO)     *
      *               'PAGA'     = QUITADA                             *
      *               'CANCELAD' = CANCELADA COM A VENDA (CGPRG035)    *
      *                            OU NA RENEGOCIACAO (CGPRG051)       *
      *================================================================*
       01  PA-REG-PARCELA.
           05  PA-CEP              PIC 9(08).
               10  PA-VENC-MES     PIC 9(02).
           05  PA-VALOR            PIC 9(08)V99.
           05  PA-STATUS           PIC X(08).
           05  PA-DATA-PAGTO       PIC 9(08).
           05  PA-VALOR-PAGO       PIC 9(08)V99.
           05  PA-VALOR-ATUAL      PIC 9(08)V99.
           05  PA-DATA-ATUALIZ     PIC 9(08).
