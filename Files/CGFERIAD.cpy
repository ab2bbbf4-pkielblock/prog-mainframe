      *================================================================*
      *    CGFERIAD - LAYOUT DO CALENDARIO DE FERIADOS (FERIADOS),     *
      *    LIDO PELOS CGPRG069 E CGPRG070. UM REGISTRO POR DIA SEM     *
      *    EXPEDIENTE:                                                 *
      *    FE-TIPO          : 'N' = FERIADO NACIONAL                   *
      *                       'E' = FERIADO ESTADUAL (FE-UF)           *
      *    FE-PONTE         : 'S' = PONTO FACULTATIVO / EMENDA DE      *
      *                             FERIADO (CARNAVAL, SEXTA OU        *
      *                             SEGUNDA ENTRE FERIADO E FIM DE     *
      *                             SEMANA) - FORMA FERIADAO, MAS NAO  *
      *                             E FERIADO                          *
      *                       'N' OU BRANCO = FERIADO                  *
      *================================================================*
       01  FE-REG-FERIADO.
           05  FE-DATA             PIC 9(08).
           05  FE-DATA-R       REDEFINES FE-DATA.
               10  FE-ANO          PIC 9(04).
               10  FE-MES          PIC 9(02).
               10  FE-DIA          PIC 9(02).
           05  FE-TIPO             PIC X(01).
           05  FE-PONTE            PIC X(01).
           05  FE-UF               PIC X(02).
           05  FE-DESCRICAO        PIC X(30).
           05  FILLER              PIC X(38).
