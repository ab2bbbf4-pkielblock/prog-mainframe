      *    MENOR MEDIA, PERCENTUAL DE REPROVACAO E A DISTRIBUICAO     *
      *    SIMPLES DE MEDIAS EM CINCO FAIXAS. O RELATORIO SAI PELAS   *
      *    PIORES TAXAS DE REPROVACAO PRIMEIRO E VAI PELO ESCRITOR    *
      *    COMUM CGRELWTR, COMO O RESTO DA SUITE. DISCIPLINA          *
      *    'CREDITADO' (APROVEITAMENTO NA TRANSFERENCIA DE CURSO -    *
      *    CGPRG077) NAO ENTRA NA ESTATISTICA: A MEDIA E A DA         *
      *    DISCIPLINA DE ORIGEM, JA CONTADA NELA.                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           .
       030-LIBERAR-DETALHE.

           IF DS-RESULTADO NOT = 'CREDITADO'
              MOVE DS-COD-DISCIPLINA TO CL-COD-DISCIPLINA
              MOVE DS-NUMERO-ALU     TO CL-NUMERO
              MOVE DS-MEDIA          TO CL-MEDIA
              MOVE DS-RESULTADO      TO CL-RESULTADO
              RELEASE CL-REG-DETALHE
           END-IF

           PERFORM 025-LER-ALUNDISC
           .
