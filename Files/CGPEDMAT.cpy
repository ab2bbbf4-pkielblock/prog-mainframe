      *================================================================*
      *    CGPEDMAT - LAYOUT DOS PEDIDOS DE MATRICULA EM DISCIPLINA    *
      *    (PEDIDOS), UM REGISTRO POR ALUNO E DISCIPLINA. LIDO PELA    *
      *    ALOCACAO DE VAGAS (CGPRG060).                               *
      *    PM-TIPO: 'M' = PEDIDO DE MATRICULA NA DISCIPLINA,           *
      *             'C' = CANCELAMENTO (LIBERA A VAGA OU TIRA O ALUNO  *
      *                   DA LISTA DE ESPERA).                         *
      *    PM-SEMESTRE NO FORMATO AAAAS; PM-DATA-PEDIDO (AAAAMMDD)     *
      *    DESEMPATA ALUNOS DE MESMA PRIORIDADE.                       *
      *================================================================*
       01  PM-REG-PEDIDO.
           05  PM-SEMESTRE         PIC 9(05).
           05  PM-NUMERO-ALU       PIC 9(13).
           05  PM-COD-DISCIPLINA   PIC X(08).
           05  PM-TIPO             PIC X(01).
           05  PM-DATA-PEDIDO      PIC 9(08).
           05  FILLER              PIC X(05).
