      *    ANTES/DEPOIS NO ALUNOJRN, COMO A FASE DE DISCIPLINAS DO    *
      *    CGPRG005 JA FAZ. DISCIPLINA REPROVADA POR FALTA NAO TEM    *
      *    RECUPERACAO - A TRANSACAO E REJEITADA PARA O EXCEPREL.     *
      *    DISCIPLINA 'CREDITADO' (APROVEITAMENTO NA TRANSFERENCIA    *
      *    DE CURSO - CGPRG077) NAO ENTRA NO GPA: A MEDIA JA CONTA    *
      *    PELA DISCIPLINA DE ORIGEM.                                 *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
      *--------------------------------------------------------------*
      *    SO DISCIPLINA REPROVADA POR NOTA VAI PARA A RECUPERACAO -
      *    REPROVACAO POR FALTA NAO TEM RECUPERACAO PELO REGULAMENTO
      *    E DISCIPLINA JA APROVADA (OU CREDITADA NA TRANSFERENCIA
      *    DE CURSO) NAO TEM O QUE RECUPERAR
      *--------------------------------------------------------------*
       035-CRITICAR-RESULTADO.

               WHEN 'APROVADO'
                   MOVE 'DISCIPLINA JA APROVADA' TO WS-MOTIVO-EXC
                   PERFORM 060-GRAVAR-EXCECAO
               WHEN 'CREDITADO'
                   MOVE 'DISCIPLINA CREDITADA - SEM REC' TO
                       WS-MOTIVO-EXC
                   PERFORM 060-GRAVAR-EXCECAO
               WHEN OTHER
                   PERFORM 040-APLICAR-RECUPERACAO
           END-EVALUATE
                   IF DS-NUMERO-ALU NOT = WS-NUMERO-GPA
                      MOVE 'S' TO WS-FIM-VARRE
                   ELSE
                      IF DS-RESULTADO NOT = 'CREDITADO'
                         ADD 1        TO WS-GPA-QTD
                         ADD DS-MEDIA TO WS-GPA-SOMA
                      END-IF
                      IF DS-RESULTADO = 'REP-FALTA'
                         MOVE 'S' TO WS-GPA-TEMFALTA
                      END-IF
