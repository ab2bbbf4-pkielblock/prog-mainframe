      *================================================================*
      *    CGPROFES - LAYOUT DO CADASTRO DE PROFESSORES (PROFMST), UM  *
      *    REGISTRO POR PROFESSOR: CODIGO, NOME, DEPARTAMENTO (O MESMO *
      *    NUMERO DO CADASTRO DEPTOS), E-MAIL E SITUACAO. MANTIDO PELA *
      *    SECRETARIA, NO MOLDE DO DEPTOS. E O CODIGO DO PROFESSOR QUE *
      *    VEM NO ATRIBUI (CGATRIBU) E NO DECK NOTASDIS.               *
      *    PF-ATIVO: 'S' = EM EXERCICIO, 'N' = DESLIGADO/AFASTADO.     *
      *================================================================*
       01  PF-REG-PROFESSOR.
           05  PF-COD-PROFESSOR    PIC 9(05).
           05  PF-NOME             PIC X(30).
           05  PF-DEPTO            PIC 9(04).
           05  PF-EMAIL            PIC X(30).
           05  PF-ATIVO            PIC X(01).
           05  FILLER              PIC X(10).
