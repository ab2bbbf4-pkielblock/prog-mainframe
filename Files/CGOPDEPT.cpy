      *================================================================*
      *    CGOPDEPT - LAYOUT DO CADASTRO DE DEPARTAMENTO DOS           *
      *    OPERADORES (OPERDEP): O DEPARTAMENTO A QUE CADA OPERADOR    *
      *    DAS CONSULTAS DE ALUNOS PERTENCE (O MESMO NUMERO DO         *
      *    CADASTRO DEPTOS E DO CC-DEPTO DO CURSOCAT). DEPARTAMENTO    *
      *    ZERO = SECRETARIA GERAL, QUE ATENDE TODOS OS CURSOS.        *
      *    MANTIDO PELA SECRETARIA, NO MOLDE DO OPERAUT. LIDO PELO     *
      *    CGPRG075 PARA APONTAR CONSULTAS A ALUNOS DE OUTRO           *
      *    DEPARTAMENTO.                                               *
      *================================================================*
       01  OD-REG-OPERADOR.
           05  OD-OPERADOR         PIC X(08).
           05  OD-DEPTO            PIC 9(04).
           05  OD-NOME             PIC X(25).
