      *================================================================*
      *    CGALOCAC - LAYOUT DA ALOCACAO DE VAGAS DO SEMESTRE          *
      *    (ALOCACAO), UM REGISTRO POR ALUNO E DISCIPLINA PEDIDA.      *
      *    MANTIDO PELO CGPRG060: CARREGADO NO INICIO DA RODADA E      *
      *    REGRAVADO POR INTEIRO NO FIM, COM A SITUACAO ATUALIZADA.    *
      *    UM ARQUIVO POR SEMESTRE (COMECA VAZIO NO SEMESTRE NOVO).    *
      *    AC-SITUACAO: 'M' = MATRICULADO NA TURMA AC-TURMA,           *
      *                 'E' = LISTA DE ESPERA (POSICAO AC-POSICAO),    *
      *                 'C' = CANCELADO (VAGA LIBERADA).               *
      *    AC-DEPENDENCIA = 'S' QUANDO A DISCIPLINA ESTA NO DEPENDEN   *
      *    DO ALUNO (PRIORIDADE MAXIMA); AC-MEDIA E A MEDIA DO ALUNO   *
      *    NO ALUNOUT NA DATA DO PEDIDO (SEGUNDO CRITERIO).            *
      *================================================================*
       01  AC-REG-ALOCACAO.
           05  AC-SEMESTRE         PIC 9(05).
           05  AC-COD-DISCIPLINA   PIC X(08).
           05  AC-NUMERO-ALU       PIC 9(13).
           05  AC-NOME-ALU         PIC X(25).
           05  AC-TURMA            PIC X(03).
           05  AC-SITUACAO         PIC X(01).
           05  AC-DEPENDENCIA      PIC X(01).
           05  AC-MEDIA            PIC 9(02)V99.
           05  AC-POSICAO          PIC 9(04).
           05  AC-DATA-PEDIDO      PIC 9(08).
           05  AC-DATA-SITUACAO    PIC 9(08).
