      *================================================================*
      *    CGCOTAS - LAYOUT DO CADASTRO DE COTAS DE VENDA (COTAS),     *
      *    CHAVEADO POR VENDEDOR (VD-COD) + ANO + MES: A META DO MES   *
      *    EM QUANTIDADE DE LOTES E EM VALOR VENDIDO. MANTIDO PELO     *
      *    CGPRG053 E LIDO PELO CGPRG054 (DESEMPENHO DE VENDEDORES).   *
      *    META ZERADA = SEM META NAQUELA MEDIDA.                      *
      *================================================================*
       01  CO-REG-COTA.
           05  CO-CHAVE.
               10  CO-VEND             PIC 9(04).
               10  CO-ANO              PIC 9(04).
               10  CO-MES              PIC 9(02).
           05  CO-META-QTD             PIC 9(04).
           05  CO-META-VALOR           PIC 9(10)V99.
           05  FILLER                  PIC X(14).
