      *================================================================*
      *    CGBOLSA - LAYOUT DO CADASTRO DE BOLSAS E DESCONTOS          *
      *    (BOLSAS, VSAM KSDS CHAVEADO PELA MATRICULA DO ALUNO).       *
      *    CARREGADO PELO CGPRG044 E LIDO PELO FATURAMENTO DE          *
      *    MENSALIDADES (CGPRG058). O DESCONTO VALE PARA OS SEMESTRES  *
      *    DE BL-SEM-INICIO ATE BL-SEM-FIM (AAAAS).                    *
      *    BL-TIPO: 'P' = PERCENTUAL SOBRE A MENSALIDADE               *
      *             'V' = VALOR FIXO ABATIDO DE CADA MENSALIDADE       *
      *    DESCONTO IGUAL OU MAIOR QUE A MENSALIDADE = BOLSA INTEGRAL. *
      *================================================================*
       01  BL-REG-BOLSA.
           05  BL-MATRICULA        PIC 9(13).
           05  BL-TIPO             PIC X(01).
           05  BL-PERCENTUAL       PIC 9(03)V99.
           05  BL-VALOR            PIC 9(06)V99.
           05  BL-SEM-INICIO       PIC 9(05).
           05  BL-SEM-FIM          PIC 9(05).
           05  BL-MOTIVO           PIC X(20).
           05  FILLER              PIC X(03).
