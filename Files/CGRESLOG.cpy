      *================================================================*
      *    CGRESLOG - LAYOUT DO LOG DE RESERVAS DE LOTES (RESERLOG),   *
      *    UM REGISTRO POR MUDANCA NA VIDA DE UMA RESERVA, GRAVADO EM  *
      *    EXTEND POR QUEM A FAZ ACONTECER. E A UNICA HISTORIA DAS     *
      *    RESERVAS - O LOTEMST SO GUARDA A RESERVA VIGENTE. LIDO PELO *
      *    CGPRG054 (DESEMPENHO DE VENDEDORES).                        *
      *    RL-TIPO: 'R' = RESERVA FEITA            (CGPRG016)          *
      *             'V' = RESERVA VIROU VENDA      (CGPRG031/CGPRG016) *
      *             'L' = LIBERADA POR VENCIMENTO  (CGPRG033)          *
      *             'D' = DESFEITA NA MAO          (CGPRG016)          *
      *    RL-VEND E O VENDEDOR DO LOTE (LM-VEND); RL-DATA E A DATA DO *
      *    EVENTO E RL-DATA-RESERVA A DATA EM QUE A RESERVA FOI FEITA, *
      *    AMBAS NO FORMATO DO ACCEPT FROM DATE (00AAMMDD).            *
      *================================================================*
       01  RL-REG-RESERVA.
           05  RL-TIPO                 PIC X(01).
           05  RL-CHAVE.
               10  RL-CEP              PIC 9(08).
               10  RL-SEQ              PIC 9(03).
           05  RL-VEND                 PIC 9(04).
           05  RL-DATA                 PIC 9(08).
           05  RL-DATA-RESERVA         PIC 9(08).
           05  RL-PROGRAMA             PIC X(08).
           05  FILLER                  PIC X(10).
