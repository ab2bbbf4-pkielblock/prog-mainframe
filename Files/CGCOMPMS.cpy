      *================================================================*
      *    CGCOMPMS - LAYOUT DO CADASTRO DE COMPRADORES (COMPMST):     *
      *    CODIGO, NOME, CPF, ENDERECO E FLAG DE ATIVO. UTILIZADO     *
      *    PELO CGPRG031 PARA VALIDAR O COMPRADOR DA VENDA E MANTIDO   *
      *    PELO CGPRG050 (INCLUSAO/ALTERACAO/BAIXA, CPF CONFERIDO).    *
      *================================================================*
       01  WS-REG-COMPRADOR.
           05  CP-CODIGO           PIC 9(05).
