      *================================================================*
      *    CGATRIBU - LAYOUT DA ATRIBUICAO DE AULAS DO SEMESTRE        *
      *    (ATRIBUI), UM REGISTRO POR PROFESSOR, DISCIPLINA E TURMA.   *
      *    MANTIDO PELA SECRETARIA, UM ARQUIVO POR SEMESTRE,           *
      *    CLASSIFICADO POR PROFESSOR + DISCIPLINA + TURMA. O CGPRG005 *
      *    SO ACEITA NOTA DO NOTASDIS LANCADA POR PROFESSOR ATRIBUIDO  *
      *    A DISCIPLINA; O CGPRG061 COBRA AS NOTAS QUE FALTAM.         *
      *    AT-SEMESTRE NO FORMATO AAAAS (O MESMO DO CGOFERTA).         *
      *================================================================*
       01  AT-REG-ATRIBUICAO.
           05  AT-SEMESTRE         PIC 9(05).
           05  AT-COD-PROFESSOR    PIC 9(05).
           05  AT-COD-DISCIPLINA   PIC X(08).
           05  AT-TURMA            PIC X(03).
           05  FILLER              PIC X(19).
