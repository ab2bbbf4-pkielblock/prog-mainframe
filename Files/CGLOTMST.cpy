      *    CGLOTMST - LAYOUT DO MESTRE DE LOTES (LOTEMST), CHAVEADO    *
      *    POR CEP + SEQUENCIA. GRAVADO PELO CGPRG004, MANTIDO PELO    *
      *    CGPRG016 (STATUS DE VENDA) E REAJUSTADO PELO CGPRG017.      *
      *    LM-COMISSAO E A ESTIMATIVA DA AVALIACAO ATE A VENDA; O      *
      *    CGPRG031 A SUBSTITUI PELA COMISSAO PAGA SOBRE O PRECO DA    *
      *    VENDA, QUE E O VALOR ESTORNADO PELO CGPRG035.               *
      *================================================================*
       01  LM-REG-LOTE.
           05  LM-CHAVE.
