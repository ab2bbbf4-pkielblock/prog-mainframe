      *================================================================*
      *    CGOFERTA - LAYOUT DA OFERTA DE DISCIPLINAS DO SEMESTRE      *
      *    (OFERTAS), UM REGISTRO POR TURMA: DISCIPLINA, TURMA, SALA   *
      *    E CAPACIDADE DA SALA (VAGAS). MANTIDO PELA SECRETARIA E     *
      *    LIDO PELA ALOCACAO DE VAGAS (CGPRG060). AUMENTAR A          *
      *    CAPACIDADE OU ABRIR TURMA NOVA LIBERA VAGAS PARA A LISTA    *
      *    DE ESPERA NA RODADA SEGUINTE.                               *
      *    OF-SEMESTRE NO FORMATO AAAAS.                               *
      *================================================================*
       01  OF-REG-OFERTA.
           05  OF-SEMESTRE         PIC 9(05).
           05  OF-COD-DISCIPLINA   PIC X(08).
           05  OF-TURMA            PIC X(03).
           05  OF-SALA             PIC X(06).
           05  OF-CAPACIDADE       PIC 9(03).
           05  FILLER              PIC X(15).
