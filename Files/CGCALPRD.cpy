      *================================================================*
      *    CGCALPRD - LAYOUT DO CALENDARIO DE PRODUCAO (CALPROD), LIDO *
      *    PELO CGPRG070. UM REGISTRO POR JOB PERIODICO:               *
      *    CP-REGRA         : 'D' = TODO DIA UTIL                      *
      *                       'P' = PRIMEIRO DIA UTIL DO MES           *
      *                       'U' = ULTIMO DIA UTIL DO MES             *
      *                       'N' = N-ESIMO DIA UTIL DO MES            *
      *                             (CP-DIA-UTIL, 01 A 20)             *
      *    CP-MESES         : 'S' NOS MESES EM QUE O JOB RODA (JAN A   *
      *                       DEZ); BRANCO = TODOS OS MESES. EX.:      *
      *                       TRIMESTRAL 'SNNSNNSNNSNN', SEMESTRAL     *
      *                       'NNNNNSNNNNNS' (NAO SE APLICA A 'D')     *
      *    CP-TOLERANCIA    : DIAS UTEIS DE CARENCIA DEPOIS DA DATA    *
      *                       DEVIDA ANTES DE O JOB CONTAR COMO NAO    *
      *                       EXECUTADO                                *
      *    DIA UTIL = SEGUNDA A SEXTA FORA DOS FERIADOS E PONTOS DO    *
      *    ARQUIVO FERIADOS (NACIONAIS E OS ESTADUAIS DA UF DO CARTAO) *
      *================================================================*
       01  CP-REG-CALENDARIO.
           05  CP-PROGRAMA         PIC X(08).
           05  CP-REGRA            PIC X(01).
           05  CP-DIA-UTIL         PIC 9(02).
           05  CP-MESES            PIC X(12).
           05  CP-MESES-R      REDEFINES CP-MESES.
               10  CP-MES  OCCURS 12 TIMES PIC X(01).
           05  CP-TOLERANCIA       PIC 9(02).
           05  CP-DESCRICAO        PIC X(30).
           05  FILLER              PIC X(25).
