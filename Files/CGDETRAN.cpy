      *================================================================*
      *    CGDETRAN - LAYOUT DO ARQUIVO DE OCORRENCIAS DE ACIDENTES    *
      *    RECEBIDO DO DETRAN (DETRAN), LIDO PELO CGPRG065. UM         *
      *    REGISTRO POR OCORRENCIA (BOLETIM), COM O MUNICIPIO NO       *
      *    CODIGO IBGE DE 7 DIGITOS E A GRAVIDADE NA CODIFICACAO DO    *
      *    PROPRIO DETRAN:                                             *
      *    DT-GRAVIDADE     : '1' = SEM VITIMA                         *
      *                       '2' = COM VITIMA FERIDA                  *
      *                       '3' = COM VITIMA FATAL                   *
      *    DT-TESTE-ALCOOL  : 'P' = POSITIVO   'N' = NEGATIVO          *
      *                       'R' = RECUSA     ' ' = NAO REALIZADO     *
      *================================================================*
       01  DT-REG-OCORRENCIA.
           05  DT-NUM-OCORRENCIA   PIC X(12).
           05  DT-COD-IBGE         PIC 9(07).
           05  DT-DATA-HORA.
               10  DT-DATA         PIC 9(08).
               10  DT-DATA-R  REDEFINES DT-DATA.
                   15  DT-ANO      PIC 9(04).
                   15  DT-MES      PIC 9(02).
                   15  DT-DIA      PIC 9(02).
               10  DT-HORA         PIC 9(06).
           05  DT-GRAVIDADE        PIC X(01).
           05  DT-QTD-VEICULOS     PIC 9(03).
           05  DT-QTD-FERIDOS      PIC 9(03).
           05  DT-QTD-OBITOS       PIC 9(03).
           05  DT-TESTE-ALCOOL     PIC X(01).
           05  FILLER              PIC X(16).
