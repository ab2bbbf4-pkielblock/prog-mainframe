      *================================================================*
      *    CGCENARI - LAYOUT DO ARQUIVO DE CENARIO DA SIMULACAO DE     *
      *    REGRA DE APROVACAO (CENARIO), LIDO PELO CGPRG076:           *
      *    CN-TIPO 'G' = GERAL - NOME DO CENARIO, NOTA DE CORTE E      *
      *                          LIMITE DE FALTAS (% MAXIMO DE AULAS   *
      *                          PERDIDAS NA DISCIPLINA)               *
      *            'P' = PESOS - PESO DA N1 E DA N2 NA MEDIA DO CURSO; *
      *                          CURSO 'DEFAULT' VALE PARA OS CURSOS   *
      *                          SEM LINHA PROPRIA (MESMO PADRAO DO    *
      *                          PESOS DO CGPRG003)                    *
      *================================================================*
       01  CN-REG-CENARIO.
           05  CN-TIPO             PIC X(01).
           05  CN-DADOS            PIC X(39).
           05  CN-GERAL        REDEFINES CN-DADOS.
               10  CN-NOME         PIC X(20).
               10  CN-NOTA-CORTE   PIC 9(02)V99.
               10  CN-LIMITE-FALTA PIC 9(03)V99.
               10  FILLER          PIC X(10).
           05  CN-PESOS        REDEFINES CN-DADOS.
               10  CN-CURSO        PIC X(12).
               10  CN-PESO-N1      PIC 9V99.
               10  CN-PESO-N2      PIC 9V99.
               10  FILLER          PIC X(21).
