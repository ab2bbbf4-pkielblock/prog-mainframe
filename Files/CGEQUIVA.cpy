      *================================================================*
      *    CGEQUIVA - LAYOUT DO ARQUIVO DE EQUIVALENCIA DE DISCIPLINAS *
      *    (EQUIVAL), LIDO PELO CGPRG077 NA TRANSFERENCIA INTERNA DE   *
      *    CURSO: A DISCIPLINA DE ORIGEM, APROVADA NO ALUNDISC, VALE   *
      *    COMO A DISCIPLINA DE DESTINO NO CURRICULO DO CURSO PARA O   *
      *    QUAL O ALUNO E TRANSFERIDO. CURSO GRAFADO COMO NO DECK DE   *
      *    ALUNOS; UMA EQUIVALENCIA POR REGISTRO.                      *
      *================================================================*
       01  EQ-REG-EQUIVALENCIA.
           05  EQ-CURSO-DESTINO    PIC X(12).
           05  EQ-DISC-ORIGEM      PIC X(08).
           05  EQ-DISC-DESTINO     PIC X(08).
