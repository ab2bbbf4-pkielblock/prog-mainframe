      *    ENTRADA, QUANTIDADE DE PARCELAS, DATA E VENDEDOR. GRAVADO   *
      *    PELO CGPRG031 E LIDO PELO CGPRG034 (MOVIMENTO DO MES) E     *
      *    PELO CGPRG035 (CANCELAMENTO DE VENDA).                      *
      *    NA RENEGOCIACAO (CGPRG051) VN-QTDPARC PASSA A SER A         *
      *    QUANTIDADE DO CARNE NOVO, VN-DATA-RENEG GUARDA A DATA DA    *
      *    ULTIMA RENEGOCIACAO (ZERADA = NUNCA RENEGOCIADA) E          *
      *    VN-ENTR-RENEG ACUMULA AS ENTRADAS PAGAS NAS RENEGOCIACOES.  *
      *================================================================*
       01  VN-REG-VENDA.
           05  VN-CHAVE.
           05  VN-DATA                 PIC 9(08).
           05  VN-VEND                 PIC 9(04).
           05  VN-STATUS               PIC X(09).
           05  VN-DATA-RENEG           PIC 9(08).
           05  VN-ENTR-RENEG           PIC 9(08)V99.
