      *    'VENDMST ' - O DECK SEQUENCIAL VENDSEQ NO KSDS VENDMST     *
      *                 (CHAVE VD-COD - CONVERSAO DE UMA VEZ SO; A    *
      *                 MANUTENCAO CORRENTE E DO CGPRG037)            *
      *    'BOLSAS  ' - O DECK SEQUENCIAL BOLSASEQ NO KSDS BOLSAS     *
      *                 (CHAVE BL-MATRICULA - BOLSAS E DESCONTOS DO   *
      *                 FATURAMENTO DE MENSALIDADES, CGPRG058)        *
      *    A CARGA E SEMPRE TOTAL: O KSDS E RECRIADO PELO IDCAMS DO   *
      *    JOB ANTES DESTE STEP.                                      *
      *--------------------------------------------------------------*
               ACCESS MODE IS RANDOM
               RECORD KEY IS VD-COD
               FILE STATUS IS WS-FS-VENDMST.
           SELECT BOLSASEQ  ASSIGN TO "BOLSASEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BOLSASEQ.
           SELECT BOLSAS    ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-MATRICULA
               FILE STATUS IS WS-FS-BOLSAS.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDMS.

      *-----> DECK SEQUENCIAL DE BOLSAS, NO MESMO LAYOUT DO KSDS
      *       (CGBOLSA)
       FD  BOLSASEQ
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-BOLSASEQ            PIC X(60).

       FD  BOLSAS
           LABEL RECORDS ARE STANDARD.
           COPY CGBOLSA.

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTGRAVADO           PIC 9(07) VALUE ZEROS.
           05  WS-CTDUPLIC            PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-FS-CIDADES          PIC X(02).
           05  WS-FS-CIDADEIX         PIC X(02).
           05  WS-FS-VENDSEQ          PIC X(02).
           05  WS-FS-VENDMST          PIC X(02).
           05  WS-FS-BOLSASEQ         PIC X(02).
           05  WS-FS-BOLSAS           PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
      *
                      PERFORM 020-CARREGAR-CIDADEIX
                  WHEN 'VENDMST'
                      PERFORM 040-CARREGAR-VENDMST
                  WHEN 'BOLSAS'
                      PERFORM 060-CARREGAR-BOLSAS
                  WHEN OTHER
                      DISPLAY ' * CADASTRO INVALIDO NO CARTAO: '
                          WS-PARM-CADASTRO
           PERFORM 045-LER-VENDEDOR
           .
      *--------------------------------------------------------------*
      *    CARGA DO CADASTRO DE BOLSAS A PARTIR DO DECK BOLSASEQ -
      *    BOLSA SEM MATRICULA NUMERICA OU COM TIPO DIFERENTE DE
      *    'P'/'V' NAO E CARREGADA
      *--------------------------------------------------------------*
       060-CARREGAR-BOLSAS.

           OPEN INPUT BOLSASEQ
           IF WS-FS-BOLSASEQ NOT = '00'
              DISPLAY ' * ERRO ABRINDO BOLSASEQ - FS=' WS-FS-BOLSASEQ
              MOVE 08 TO RETURN-CODE
           ELSE
              OPEN OUTPUT BOLSAS
              CLOSE BOLSAS
              OPEN I-O BOLSAS
              PERFORM 065-LER-BOLSA
              PERFORM 070-GRAVAR-BOLSA UNTIL WS-FIM = 'S'
              CLOSE BOLSASEQ
              CLOSE BOLSAS
           END-IF
           .
       065-LER-BOLSA.

           READ BOLSASEQ
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
       070-GRAVAR-BOLSA.

           MOVE WS-REG-BOLSASEQ TO BL-REG-BOLSA
           IF BL-MATRICULA NOT NUMERIC OR
              (BL-TIPO NOT = 'P' AND BL-TIPO NOT = 'V')
              ADD 1 TO WS-CTINVALID
              DISPLAY ' * BOLSA INVALIDA NO DECK: ' BL-MATRICULA
                  ' TIPO ' BL-TIPO
           ELSE
              WRITE BL-REG-BOLSA
                  INVALID KEY
                      ADD 1 TO WS-CTDUPLIC
                      DISPLAY ' * BOLSA DUPLICADA NO DECK: '
                          BL-MATRICULA
                  NOT INVALID KEY
                      ADD 1 TO WS-CTGRAVADO
              END-WRITE
           END-IF

           PERFORM 065-LER-BOLSA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           MOVE 'CHAVES DUPLICADAS'             TO CT-DESCRICAO
           MOVE WS-CTDUPLIC          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG044'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS INVALIDOS'           TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE CTLTOTAL

           DISPLAY ' * REGISTROS LIDOS........: ' WS-CTLIDO
           DISPLAY ' * REGISTROS CARREGADOS...: ' WS-CTGRAVADO
           DISPLAY ' * CHAVES DUPLICADAS......: ' WS-CTDUPLIC
           DISPLAY ' * REGISTROS INVALIDOS....: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG044        *'
