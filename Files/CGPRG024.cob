      *    ANTERIORES DO ALUNHIST ENTRAM COMO CONTEXTO (CURSADOS E    *
      *    APROVADOS), POIS O HISTORICO NAO CARREGA O DETALHE POR     *
      *    DISCIPLINA. NO FIM SAI A LISTA DOS ELEGIVEIS AO DIPLOMA,   *
      *    POR CURSO, PARA A SECRETARIA, E O MESMO CONJUNTO GRAVADO   *
      *    NO ARQUIVO ELEGIVEL (LAYOUT CGELEGIV) PARA A REMATRICULA.  *
      *    DISCIPLINA CREDITADA NA TRANSFERENCIA DE CURSO (CGPRG077,  *
      *    RESULTADO 'CREDITADO') CONTA COMO APROVADA.                *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT CLASSIF   ASSIGN TO "SORTWK01".
           SELECT GRADREL   ASSIGN TO "GRADREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ELEGIVEL  ASSIGN TO "ELEGIVEL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ELEGIVEL.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-GRADREL             PIC X(80).

      *-----> LISTA DOS ELEGIVEIS PARA A REMATRICULA (CGPRG059)
       FD  ELEGIVEL
           LABEL RECORDS ARE STANDARD.
           COPY CGELEGIV.

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.
           05  WS-FS-ALUNOUT          PIC X(02).
           05  WS-FS-ALUNDISC         PIC X(02).
           05  WS-FS-ALUNHIST         PIC X(02).
           05  WS-FS-ELEGIVEL         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
              MOVE 08  TO RETURN-CODE
           ELSE
              OPEN OUTPUT GRADREL
              OPEN OUTPUT ELEGIVEL
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              OPEN INPUT ALUNOUT
                   ADD 1 TO WS-AP-FALTANTES
                   MOVE 'FALTANTE'  TO LD-STATUS
               NOT INVALID KEY
                   EVALUATE DS-RESULTADO
                       WHEN 'APROVADO'
                           ADD 1 TO WS-AP-APROVADAS
                           MOVE 'APROVADA'  TO LD-STATUS
                       WHEN 'CREDITADO'
                           ADD 1 TO WS-AP-APROVADAS
                           MOVE 'CREDITADA' TO LD-STATUS
                       WHEN OTHER
                           ADD 1 TO WS-AP-REPROVADAS
                           MOVE 'REPROVADA' TO LD-STATUS
                   END-EVALUATE
                   MOVE DS-MEDIA       TO WS-AP-SOUTMEDIA
                   MOVE WS-AP-SOUTMEDIA TO LD-MEDIA
           END-READ
                     INTO WS-REG-GRADREL
                   END-STRING
                   WRITE WS-REG-GRADREL
                   MOVE CL-CURSO     TO EL-CURSO-ALU
                   MOVE CL-NUMERO    TO EL-NUMERO-ALU
                   MOVE CL-NOME      TO EL-NOME-ALU
                   MOVE WS-DATA-EXEC TO EL-DATA-APURACAO
                   WRITE EL-REG-ELEGIVEL
           END-RETURN
           .
      *--------------------------------------------------------------*
              CLOSE ALUNHIST
           END-IF
           CLOSE GRADREL
           CLOSE ELEGIVEL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

