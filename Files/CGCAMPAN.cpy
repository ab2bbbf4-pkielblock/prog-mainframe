      *================================================================*
      *    CGCAMPAN - LAYOUT DO CADASTRO DE CAMPANHAS DE FISCALIZACAO  *
      *    (CAMPANHA), LIDO PELO CGPRG068. UM REGISTRO POR ALVO DA     *
      *    CAMPANHA - A CAMPANHA COM VARIAS CIDADES (OU UFS) REPETE A  *
      *    IDENTIFICACAO, O TIPO E AS DATAS EM CADA REGISTRO:          *
      *    CA-TIPO          : BLITZ, RADAR, BAFOMETRO, ...             *
      *    CA-ALVO          : 'C' = UMA CIDADE (CA-CIDADE)             *
      *                       'U' = TODAS AS CIDADES DA UF (CA-UF)     *
      *================================================================*
       01  CA-REG-CAMPANHA.
           05  CA-CAMPANHA         PIC X(06).
           05  CA-TIPO             PIC X(10).
           05  CA-DATA-INI         PIC 9(08).
           05  CA-DATA-INI-R   REDEFINES CA-DATA-INI.
               10  CA-INI-ANO      PIC 9(04).
               10  CA-INI-MES      PIC 9(02).
               10  CA-INI-DIA      PIC 9(02).
           05  CA-DATA-FIM         PIC 9(08).
           05  CA-DATA-FIM-R   REDEFINES CA-DATA-FIM.
               10  CA-FIM-ANO      PIC 9(04).
               10  CA-FIM-MES      PIC 9(02).
               10  CA-FIM-DIA      PIC 9(02).
           05  CA-ALVO             PIC X(01).
           05  CA-CIDADE           PIC 9(05).
           05  CA-UF               PIC X(02).
           05  CA-DESCRICAO        PIC X(30).
           05  FILLER              PIC X(10).
