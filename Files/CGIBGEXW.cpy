      *================================================================*
      *    CGIBGEXW - LAYOUT DO DE-PARA DE MUNICIPIOS (IBGEXW): LEVA   *
      *    O CODIGO IBGE DE 7 DIGITOS DO ARQUIVO DO DETRAN PARA O      *
      *    CODIGO DE CIDADE DE 5 DIGITOS DA SUITE (WS-CIDADE DO DECK   *
      *    ACIDENTES / CX-CODIGO DO CIDADEIX), COM A UF. LIDO PELO     *
      *    CGPRG065; MUNICIPIO FORA DO DE-PARA NAO ENTRA NO DECK.      *
      *================================================================*
       01  XW-REG-DEPARA.
           05  XW-COD-IBGE         PIC 9(07).
           05  XW-CIDADE           PIC 9(05).
           05  XW-UF               PIC X(02).
           05  XW-NOME             PIC X(25).
           05  FILLER              PIC X(41).
