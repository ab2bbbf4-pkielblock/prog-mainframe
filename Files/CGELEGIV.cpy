      *================================================================*
      *    CGELEGIV - LAYOUT DA LISTA DE ELEGIVEIS A COLACAO DE GRAU   *
      *    (ELEGIVEL), UM REGISTRO POR ALUNO COM TODAS AS DISCIPLINAS  *
      *    OBRIGATORIAS DO CURRICULO APROVADAS. GRAVADO PELO CGPRG024  *
      *    NA ORDEM DA LISTA (CURSO + MATRICULA) E RECRIADO A CADA     *
      *    APURACAO; LIDO PELA REMATRICULA (CGPRG059) PARA DEIXAR OS   *
      *    FORMANDOS FORA DO DECK DO SEMESTRE SEGUINTE, E PELO         *
      *    REGISTRO DE DIPLOMAS (CGPRG062) PARA CONFERIR A EMISSAO.    *
      *================================================================*
       01  EL-REG-ELEGIVEL.
           05  EL-CURSO-ALU        PIC X(12).
           05  EL-NUMERO-ALU       PIC 9(13).
           05  EL-NOME-ALU         PIC X(25).
           05  EL-DATA-APURACAO    PIC 9(08).
           05  FILLER              PIC X(02).
