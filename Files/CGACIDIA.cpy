      *================================================================*
      *    CGACIDIA - LAYOUT DO HISTORICO DIARIO DE ACIDENTES POR      *
      *    CIDADE (ACIDDIA), SEQUENCIAL, SO ACRESCIDO. UM REGISTRO POR *
      *    CIDADE E DIA FECHADO PELO CGPRG007 (MESMO PONTO E MESMA     *
      *    MARCA-DAGUA DO CIDTREND) E UM REGISTRO DE AJUSTE POR        *
      *    CORRECAO APLICADA PELO CGPRG066. LIDO PELO CGPRG069 PARA A  *
      *    ANALISE POR DIA DA SEMANA E FERIADOS.                       *
      *    AD-ORIGEM        : 'D' = FECHAMENTO DO DIA (CGPRG007)       *
      *                       'C' = CORRECAO (CGPRG066) - QUANTIDADES  *
      *                             COM SINAL, SOMAR AO DIA ORIGINAL   *
      *================================================================*
       01  AD-REG-ACIDDIA.
           05  AD-CIDADE           PIC 9(05).
           05  AD-DATA             PIC 9(08).
           05  AD-DATA-R       REDEFINES AD-DATA.
               10  AD-ANO          PIC 9(04).
               10  AD-MES          PIC 9(02).
               10  AD-DIA          PIC 9(02).
           05  AD-ORIGEM           PIC X(01).
           05  AD-QTDACID          PIC S9(07).
           05  AD-QTDOBIT          PIC S9(07).
           05  AD-QTDVEIC          PIC S9(07).
           05  AD-QTDBAFO          PIC S9(03).
           05  FILLER              PIC X(02).
