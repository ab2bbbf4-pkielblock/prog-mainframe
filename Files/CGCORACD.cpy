      *================================================================*
      *    CGCORACD - LAYOUT DO DECK DE CORRECAO DE DIAS PASSADOS      *
      *    (CORRACID), LIDO PELO CGPRG066. UM REGISTRO POR CIDADE X    *
      *    DATA DO ACIDENTE, COM A DIFERENCA (DELTA) A APLICAR SOBRE   *
      *    O QUE O CGPRG007 JA ACUMULOU NO CIDTREND E NO TRENDACU:     *
      *    CR-DELTA-ACID    : ACIDENTES A SOMAR/SUBTRAIR               *
      *    CR-DELTA-OBITOS  : OBITOS A SOMAR/SUBTRAIR                  *
      *    CR-DELTA-PORC    : VARIACAO DO PERCENTUAL ACIDENTES/VEICULOS*
      *                       DA CIDADE NO DIA (COLUNA % DO RELATORIO  *
      *                       DIARIO) - ZERO QUANDO SO OBITOS MUDAM    *
      *    CR-SINAL-xxx     : '+' = SOMAR   '-' = SUBTRAIR             *
      *    CR-CIDADE-NOVA   : 'S' = A CIDADE NAO ESTAVA NO DECK DO DIA *
      *                       (CONTA UM DIA A MAIS NO CIDTREND)        *
      *    CR-DOCUMENTO     : BOLETIM/OFICIO QUE ORIGINOU A CORRECAO   *
      *================================================================*
       01  CR-REG-CORRECAO.
           05  CR-CIDADE           PIC 9(05).
           05  CR-DATA-ACID        PIC 9(08).
           05  CR-DATA-ACID-R  REDEFINES CR-DATA-ACID.
               10  CR-ANO          PIC 9(04).
               10  CR-MES          PIC 9(02).
               10  CR-DIA          PIC 9(02).
           05  CR-SINAL-ACID       PIC X(01).
           05  CR-DELTA-ACID       PIC 9(04).
           05  CR-SINAL-OBITOS     PIC X(01).
           05  CR-DELTA-OBITOS     PIC 9(04).
           05  CR-SINAL-PORC       PIC X(01).
           05  CR-DELTA-PORC       PIC 9(03)V9999.
           05  CR-CIDADE-NOVA      PIC X(01).
           05  CR-DOCUMENTO        PIC X(12).
           05  CR-OPERADOR         PIC X(08).
           05  FILLER              PIC X(28).
