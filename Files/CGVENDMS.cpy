      *    CHAVEADO POR VD-COD: CODIGO, NOME, PERCENTUAL DE COMISSAO   *
      *    PROPRIO (ZERADO = USA O DA FAIXA) E FLAG DE ATIVO.          *
      *    MANTIDO PELO CGPRG037 E LIDO PELO CGPRG004 NA CRITICA DO    *
      *    VENDEDOR DO LOTE E PELO CGPRG031 NA COMISSAO DA VENDA.      *
      *================================================================*
       01  VD-REG-VENDEDOR.
           05  VD-COD              PIC 9(04).
