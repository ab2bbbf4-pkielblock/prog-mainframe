      *================================================================*
      *    CGREMLOG - LAYOUT DO LOG DE REMESSA (REMLOG), UM REGISTRO   *
      *    POR PARCELA JA ENVIADA AO BANCO. PERMANENTE (SEMPRE EM      *
      *    EXTEND): O CGPRG047 CONSULTA O LOG ANTES DE REMETER, PARA   *
      *    QUE A MESMA PARCELA NUNCA SEJA COBRADA DUAS VEZES NUMA      *
      *    RODADA REPETIDA DO MES.                                     *
      *================================================================*
       01  RL-REG-REMLOG.
           05  RL-CHAVE.
               10  RL-CEP          PIC 9(08).
               10  RL-SEQ          PIC 9(03).
               10  RL-NRPARC       PIC 9(02).
           05  RL-COMPETENCIA      PIC 9(06).
           05  RL-DATA-ENVIO       PIC 9(08).
           05  RL-VALOR            PIC 9(08)V99.
