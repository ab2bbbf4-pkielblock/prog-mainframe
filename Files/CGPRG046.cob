       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG046.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 15/09/2026.
       DATE-COMPILED. 15/09/2026.
      *--------------------------------------------------------------*
      *    BAIXA NOTURNA DE PARCELAS PELO RETORNO BANCARIO - ATE      *
      *    AQUI NENHUM PROGRAMA MARCAVA PARCELA COMO PAGA E O AGING   *
      *    DO CGPRG032 MOSTRAVA TODO O CARNE JA EMITIDO COMO ABERTO.  *
      *    ESTE PROGRAMA CARREGA OS PAGAMENTOS DO ARQUIVO DE RETORNO  *
      *    (RETORNO, LAYOUT CGRETORN), CONFERE O TRAILER DO BANCO E,  *
      *    NUMA UNICA PASSADA SOBRE O CARNE (PARCELAS, REGRAVADO EM   *
      *    LUGAR COMO NO CGPRG035), CASA CADA PAGAMENTO POR CEP +     *
      *    SEQ + NUMERO DA PARCELA:                                   *
      *    - PAGAMENTO IGUAL AO SALDO       -> PARCELA 'PAGA';        *
      *    - PAGAMENTO MENOR QUE O SALDO    -> PARCELA 'PARCIAL' (O   *
      *      VALOR PAGO ACUMULA ATE QUITAR);                          *
      *    - PAGAMENTO MAIOR QUE O SALDO    -> PARCELA 'PAGA' E O     *
      *      EXCEDENTE VAI PARA O RELATORIO DE PENDENCIAS (SUSPREL)   *
      *      COMO CREDITO DO COMPRADOR;                               *
      *    - PARCELA JA QUITADA (DUPLICIDADE), CANCELADA OU           *
      *      INEXISTENTE -> PAGAMENTO EM SUSPENSO, NO EXCEPREL E NO   *
      *      SUSPREL, PARA O CONTAS A RECEBER IR ATRAS.               *
      *    O SALDO DA PARCELA PARTE DO VALOR ATUALIZADO COM MULTA E   *
      *    JUROS (PA-VALOR-ATUAL, CALCULADO PELO CGPRG048).           *
      *    OS PAGAMENTOS EFETIVAMENTE BAIXADOS SAO GRAVADOS NO        *
      *    BAIXADOS (DETALHES NO LAYOUT CGRETORN), QUE E O QUE O      *
      *    CGPRG052 CONTABILIZA COMO RECEBIMENTO - O QUE FICOU EM     *
      *    SUSPENSO NAO ENTRA. TRAILER DO RETORNO QUE NAO CONFERE E   *
      *    CONTADO A PARTE (NAO E PAGAMENTO EM SUSPENSO).             *
      *    BOLETO DE MENSALIDADE (NOSSO NUMERO COM PREFIXO '9',       *
      *    GERADO PELO CGPRG058) E CASADO NO MENSALID, REGRAVADO EM   *
      *    LUGAR: O PAGAMENTO QUE COBRE O VALOR MARCA A COBRANCA COMO *
      *    PAGA (O EXCEDENTE VAI PARA O SUSPREL COMO CREDITO); MENOR  *
      *    QUE O VALOR, COBRANCA JA PAGA OU INEXISTENTE VAI PARA O    *
      *    SUSPENSO. A MENSALIDADE NAO ENTRA NO BAIXADOS - O CGPRG052 *
      *    E A INTERFACE CONTABIL DE LOTES. O BAIXADOS COMECA POR UM  *
      *    HEADER COM A DATA DA RODADA, CONFERIDO PELO CGPRG052. ERRO *
      *    ABRINDO O CARNE OU O MENSALID CANCELA A RODADA (RC 08).    *
      *    A TABELA DE PAGAMENTOS TEM 8000 POSICOES (5000 VENDAS      *
      *    ATIVAS DO CGPRG047 + 3000 ALUNOS FATURADOS DO CGPRG058,    *
      *    TUDO PAGO NO MESMO DIA); RETORNO MAIOR CANCELA A RODADA    *
      *    (RC 08) ANTES DE ABRIR O CARNE E O MENSALID - NADA E       *
      *    BAIXADO, PARA O RERUN NAO PERDER OS PAGAMENTOS EXCEDENTES. *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "R$ " WITH PICTURE SYMBOL "$"
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *------------*
           SELECT RETORNO   ASSIGN TO "RETORNO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.
           SELECT PARCELAS  ASSIGN TO "PARCELAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCELAS.
           SELECT MENSALID  ASSIGN TO "MENSALID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MENSALID.
           SELECT BAIXADOS  ASSIGN TO "BAIXADOS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPREL   ASSIGN TO "SUSPREL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.
           SELECT EXCEPREL  ASSIGN TO "EXCEPREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPREL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  RETORNO
           LABEL RECORDS ARE STANDARD.
           COPY CGRETORN.

       FD  PARCELAS
           LABEL RECORDS ARE STANDARD.
           COPY CGPARCEL.

      *-----> COBRANCAS DE MENSALIDADE DO CGPRG058, REGRAVADAS EM
      *       LUGAR NA BAIXA
       FD  MENSALID
           LABEL RECORDS ARE STANDARD.
           COPY CGMENSAL.

      *-----> PAGAMENTOS BAIXADOS, NO LAYOUT DO DETALHE DO RETORNO
      *       (CGRETORN) - ENTRADA DO CGPRG052
       FD  BAIXADOS
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-BAIXADO             PIC X(40).

      *-----> RELATORIO DE PENDENCIAS (PAGAMENTOS EM SUSPENSO E
      *       CREDITOS DE PAGAMENTO A MAIOR) PARA O CONTAS A RECEBER
       FD  SUSPREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-SUSPREL             PIC X(100).

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.

       FD  EXCEPREL
           LABEL RECORDS ARE STANDARD.
           COPY CGEXCEP.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01) VALUE "N".
           05  WS-FIM-RET             PIC X(01) VALUE "N".
           05  WS-FIM-MENS            PIC X(01) VALUE "N".
           05  WS-REGRAVAR            PIC X(01).
           05  WS-TEM-TRAILER         PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTPARCLIDA          PIC 9(07) VALUE ZEROS.
           05  WS-CTQUITADA           PIC 9(05) VALUE ZEROS.
           05  WS-CTMENSLIDA          PIC 9(07) VALUE ZEROS.
           05  WS-CTMENSPAGA          PIC 9(05) VALUE ZEROS.
           05  WS-CTPARCIAL           PIC 9(05) VALUE ZEROS.
           05  WS-CTAMAIOR            PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-CTTRAILER           PIC 9(05) VALUE ZEROS.
           05  WS-ABEND               PIC X(01) VALUE 'N'.
           05  WS-FS-RETORNO          PIC X(02).
           05  WS-FS-PARCELAS         PIC X(02).
           05  WS-FS-MENSALID         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-DATA-ARQ            PIC 9(08) VALUE ZEROS.
           05  WS-ROTULO              PIC X(10).

      *-----> TOTAIS DE CONTROLE DO RETORNO (CONFERIDOS CONTRA O
      *       TRAILER DO BANCO) E DA BAIXA
       01  WS-AREA-TOTAIS.
           05  WS-HASH-LIDO           PIC 9(11)V99 VALUE ZEROS.
           05  WS-VL-BAIXADO          PIC 9(11)V99 VALUE ZEROS.
           05  WS-VL-MENSAL           PIC 9(11)V99 VALUE ZEROS.
           05  WS-VL-SUSPENSO         PIC 9(11)V99 VALUE ZEROS.
           05  WS-VL-AMAIOR           PIC 9(11)V99 VALUE ZEROS.

      *-----> SALDO DA PARCELA NA HORA DA BAIXA (SOBRE O VALOR
      *       ATUALIZADO COM OS ENCARGOS DE ATRASO)
       01  WS-AREA-BAIXA.
           05  WS-VL-DEVIDO           PIC 9(08)V99.
           05  WS-VL-SALDO            PIC 9(08)V99.
           05  WS-VL-EXCEDENTE        PIC 9(08)V99.

      *-----> PAGAMENTO A SUSPENDER (CHAVE, DATA E VALOR)
       01  WS-AREA-SUSPENSO.
           05  WS-SP-CEP              PIC 9(08).
           05  WS-SP-SEQ              PIC 9(03).
           05  WS-SP-NRPARC           PIC 9(02).
           05  WS-SP-DATA             PIC 9(08).
           05  WS-SP-VALOR            PIC 9(08)V99.

      *-----> PAGAMENTO BAIXADO (DETALHE '1' DO CGRETORN)
       01  WS-AREA-BAIXADO.
           05  WS-BX-TIPO             PIC X(01) VALUE '1'.
           05  WS-BX-CEP              PIC 9(08).
           05  WS-BX-SEQ              PIC 9(03).
           05  WS-BX-NRPARC           PIC 9(02).
           05  WS-BX-DATA             PIC 9(08).
           05  WS-BX-VALOR            PIC 9(08)V99.
           05  FILLER                 PIC X(08) VALUE SPACES.

      *-----> HEADER DO BAIXADOS (TIPO '0' DO CGRETORN) COM A DATA
      *       DA RODADA NO LUGAR DA DATA DO ARQUIVO DO BANCO
       01  WS-AREA-BAIXADO-HDR.
           05  WS-BH-TIPO             PIC X(01) VALUE '0'.
           05  WS-BH-BANCO            PIC 9(03) VALUE ZEROS.
           05  WS-BH-DATA             PIC 9(08).
           05  FILLER                 PIC X(28) VALUE SPACES.

      *-----> PAGAMENTOS DO RETORNO, CARREGADOS EM 015-CARREGAR-
      *       RETORNO. WS-PG-SITUACAO: 'N' = AINDA NAO CASADO,
      *       'B' = PARCELA BAIXADA, 'M' = MENSALIDADE BAIXADA,
      *       'S' = EM SUSPENSO. CEP 90000000 EM DIANTE E O NOSSO
      *       NUMERO DE MENSALIDADE (PREFIXO '9' DO CGMENSAL)
       77  WS-QTDE-PAG                PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-MENS               PIC 9(04) VALUE ZEROS.
       77  WS-PG-I                    PIC 9(04).
       77  WS-PAG-FORA                PIC 9(05) VALUE ZEROS.
       01  WS-TAB-PAGAMENTOS.
           05  WS-PAGAMENTO  OCCURS 8000 TIMES.
               10  WS-PG-CEP            PIC 9(08).
               10  WS-PG-SEQ            PIC 9(03).
               10  WS-PG-NRPARC         PIC 9(02).
               10  WS-PG-DATA           PIC 9(08).
               10  WS-PG-VALOR          PIC 9(08)V99.
               10  WS-PG-SITUACAO       PIC X(01).

       01  WS-SOUT-VALOR              PIC $$$.$$$.$$9,99.
       01  WS-SOUT-EXCED              PIC $$$.$$$.$$9,99.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG046.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG046 - BAIXA DE PARCELAS PELO RETORNO"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 050-FECHAR-CARNE
           IF WS-ABEND NOT = 'S' AND WS-QTDE-MENS > ZEROS
              PERFORM 075-BAIXAR-MENSALIDADES
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 055-SUSPENDER-NAO-CASADO
                 VARYING WS-PG-I FROM 1 BY 1
                 UNTIL WS-PG-I > WS-QTDE-PAG
              PERFORM 070-GRAVAR-BAIXADO
                 VARYING WS-PG-I FROM 1 BY 1
                 UNTIL WS-PG-I > WS-QTDE-PAG
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - CARREGA O RETORNO E ABRE O
      *    MENSALID (SE HOUVER BOLETO DE MENSALIDADE) E O CARNE PARA
      *    REGRAVACAO ANTES DE BAIXAR QUALQUER PAGAMENTO (SEM
      *    PAGAMENTO NAO HA O QUE BAIXAR)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           OPEN OUTPUT SUSPREL
           OPEN OUTPUT BAIXADOS
           MOVE WS-DATA-EXEC TO WS-BH-DATA
           WRITE WS-REG-BAIXADO FROM WS-AREA-BAIXADO-HDR
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           MOVE 'PAGAMENTOS EM SUSPENSO E CREDITOS DO RETORNO'
               TO WS-REG-SUSPREL
           WRITE WS-REG-SUSPREL
           PERFORM 015-CARREGAR-RETORNO
           IF WS-QTDE-PAG = ZEROS
              DISPLAY ' * NENHUM PAGAMENTO NO RETORNO - CARNE NAO '
                  'ATUALIZADO'
              MOVE 'S' TO WS-FIM
           END-IF
           IF WS-PAG-FORA > ZEROS
              PERFORM 061-PAGAMENTOS-CHEIA
           END-IF
           IF WS-FIM NOT = 'S' AND WS-QTDE-MENS > ZEROS
              OPEN I-O MENSALID
              IF WS-FS-MENSALID NOT = '00'
                 DISPLAY ' * ERRO ABRINDO MENSALID - FS='
                     WS-FS-MENSALID
                 MOVE 'S' TO WS-ABEND
                 MOVE 'S' TO WS-FIM
              END-IF
           END-IF
           IF WS-FIM NOT = 'S'
              OPEN I-O PARCELAS
              IF WS-FS-PARCELAS NOT = '00'
                 DISPLAY ' * ERRO ABRINDO PARCELAS - FS='
                     WS-FS-PARCELAS
                 MOVE 'S' TO WS-ABEND
                 MOVE 'S' TO WS-FIM
                 IF WS-QTDE-MENS > ZEROS
                    CLOSE MENSALID
                 END-IF
              ELSE
                 PERFORM 025-LER-PARCELA
              END-IF
           END-IF
           .
       012-ABRIR-CTLTOTAL.

           OPEN EXTEND CTLTOTAL
           IF WS-FS-CTLTOTAL = '35'
               OPEN OUTPUT CTLTOTAL
           END-IF
           .
       013-ABRIR-EXCEPREL.

           OPEN EXTEND EXCEPREL
           IF WS-FS-EXCEPREL = '35'
               OPEN OUTPUT EXCEPREL
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS PAGAMENTOS DO RETORNO E CONFERIR O TRAILER
      *    (QUANTIDADE E SOMA) - ARQUIVO QUE NAO FECHA COM O PROPRIO
      *    TRAILER E APONTADO, MAS OS PAGAMENTOS SAO BAIXADOS: O
      *    DINHEIRO JA ENTROU NA CONTA
      *--------------------------------------------------------------*
       015-CARREGAR-RETORNO.

           OPEN INPUT RETORNO
           IF WS-FS-RETORNO NOT = '00'
              DISPLAY ' * ERRO ABRINDO RETORNO - FS=' WS-FS-RETORNO
           ELSE
              PERFORM 016-LER-RETORNO UNTIL WS-FIM-RET = 'S'
              CLOSE RETORNO
              DISPLAY ' * PAGAMENTOS NO RETORNO: ' WS-CTLIDO
                  ' ARQUIVO DE ' WS-DATA-ARQ
              IF WS-TEM-TRAILER = 'N'
                 DISPLAY ' * ATENCAO: RETORNO SEM TRAILER'
              END-IF
           END-IF
           .
       016-LER-RETORNO.

           READ RETORNO
               AT END
                   MOVE 'S' TO WS-FIM-RET
               NOT AT END
                   EVALUATE RT-TIPO
                       WHEN '0'
                           MOVE RT-H-DATA-ARQ TO WS-DATA-ARQ
                       WHEN '1'
                           PERFORM 017-GUARDAR-PAGAMENTO
                       WHEN '9'
                           PERFORM 018-CONFERIR-TRAILER
                       WHEN OTHER
                           DISPLAY ' * REGISTRO DE RETORNO COM TIPO '
                               'INVALIDO: ' RT-TIPO
                   END-EVALUATE
           END-READ
           .
       017-GUARDAR-PAGAMENTO.

           ADD 1             TO WS-CTLIDO
           ADD RT-VALOR-PAGO TO WS-HASH-LIDO
           IF WS-QTDE-PAG < 8000
              ADD 1 TO WS-QTDE-PAG
              MOVE RT-CEP        TO WS-PG-CEP    (WS-QTDE-PAG)
              MOVE RT-SEQ        TO WS-PG-SEQ    (WS-QTDE-PAG)
              MOVE RT-NRPARC     TO WS-PG-NRPARC (WS-QTDE-PAG)
              MOVE RT-DATA-PAGTO TO WS-PG-DATA   (WS-QTDE-PAG)
              MOVE RT-VALOR-PAGO TO WS-PG-VALOR  (WS-QTDE-PAG)
              MOVE 'N'           TO WS-PG-SITUACAO (WS-QTDE-PAG)
              IF RT-CEP NOT < 90000000
                 ADD 1 TO WS-QTDE-MENS
              END-IF
           ELSE
              ADD 1 TO WS-PAG-FORA
           END-IF
           .
       018-CONFERIR-TRAILER.

           MOVE 'S' TO WS-TEM-TRAILER
           IF RT-T-QTDREG NOT = WS-CTLIDO OR
              RT-T-HASH   NOT = WS-HASH-LIDO
              DISPLAY ' * ATENCAO: TRAILER DO RETORNO NAO CONFERE - '
                  'QTD ' RT-T-QTDREG ' LIDOS ' WS-CTLIDO
              PERFORM 063-GRAVAR-EXCECAO-TRAILER
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DA PROXIMA PARCELA DO CARNE
      *--------------------------------------------------------------*
       025-LER-PARCELA.

           READ PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTPARCLIDA
           END-READ
           .
      *--------------------------------------------------------------*
      *    APLICAR A PARCELA TODOS OS PAGAMENTOS DO RETORNO COM A
      *    SUA CHAVE, NA ORDEM DO ARQUIVO - O PRIMEIRO QUE QUITA
      *    TORNA OS SEGUINTES DUPLICIDADE
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE 'N' TO WS-REGRAVAR
           PERFORM 035-CASAR-PAGAMENTO
              VARYING WS-PG-I FROM 1 BY 1
              UNTIL WS-PG-I > WS-QTDE-PAG
           IF WS-REGRAVAR = 'S'
              REWRITE PA-REG-PARCELA
              IF WS-FS-PARCELAS NOT = '00'
                 DISPLAY ' * ERRO REGRAVANDO PARCELAS - FS='
                     WS-FS-PARCELAS ' LOTE ' PA-CEP '/' PA-SEQ
                     ' PARCELA ' PA-NRPARC
                 MOVE 'S' TO WS-ABEND
                 MOVE 'S' TO WS-FIM
              END-IF
           END-IF

           IF WS-ABEND NOT = 'S'
              PERFORM 025-LER-PARCELA
           END-IF
           .
       035-CASAR-PAGAMENTO.

           IF WS-PG-SITUACAO (WS-PG-I) = 'N'     AND
              WS-PG-CEP      (WS-PG-I) = PA-CEP  AND
              WS-PG-SEQ      (WS-PG-I) = PA-SEQ  AND
              WS-PG-NRPARC   (WS-PG-I) = PA-NRPARC
              EVALUATE PA-STATUS
                  WHEN 'PAGA'
                      MOVE 'PAGAMENTO EM DUPLICIDADE' TO
                          WS-MOTIVO-EXC
                      PERFORM 058-SUSPENDER-PAGAMENTO
                  WHEN 'CANCELAD'
                      MOVE 'PARCELA CANCELADA' TO WS-MOTIVO-EXC
                      PERFORM 058-SUSPENDER-PAGAMENTO
                  WHEN OTHER
                      PERFORM 040-BAIXAR-PARCELA
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    BAIXAR O PAGAMENTO NA PARCELA ABERTA OU PARCIAL - O VALOR
      *    PAGO ACUMULA; A PARCELA QUITA QUANDO O ACUMULADO ALCANCA
      *    O VALOR DEVIDO E O QUE PASSAR DELE E CREDITO DO COMPRADOR
      *--------------------------------------------------------------*
       040-BAIXAR-PARCELA.

           MOVE PA-VALOR-ATUAL TO WS-VL-DEVIDO
           COMPUTE WS-VL-SALDO = WS-VL-DEVIDO - PA-VALOR-PAGO
           MOVE 'B'                   TO WS-PG-SITUACAO (WS-PG-I)
           MOVE 'S'                   TO WS-REGRAVAR
           MOVE WS-PG-DATA  (WS-PG-I) TO PA-DATA-PAGTO
           ADD  WS-PG-VALOR (WS-PG-I) TO WS-VL-BAIXADO
           IF WS-PG-VALOR (WS-PG-I) < WS-VL-SALDO
              ADD WS-PG-VALOR (WS-PG-I) TO PA-VALOR-PAGO
              MOVE 'PARCIAL'            TO PA-STATUS
              ADD 1 TO WS-CTPARCIAL
           ELSE
              COMPUTE WS-VL-EXCEDENTE =
                  WS-PG-VALOR (WS-PG-I) - WS-VL-SALDO
              MOVE WS-VL-DEVIDO TO PA-VALOR-PAGO
              MOVE 'PAGA'       TO PA-STATUS
              ADD 1 TO WS-CTQUITADA
              IF WS-VL-EXCEDENTE > ZEROS
                 ADD 1 TO WS-CTAMAIOR
                 ADD WS-VL-EXCEDENTE TO WS-VL-AMAIOR
                 PERFORM 045-RELATAR-AMAIOR
              END-IF
           END-IF
           .
       045-RELATAR-AMAIOR.

           IF WS-PG-CEP (WS-PG-I) < 90000000
              MOVE 'LOTE'     TO WS-ROTULO
           ELSE
              MOVE 'MENSALID' TO WS-ROTULO
           END-IF
           MOVE WS-PG-VALOR (WS-PG-I) TO WS-SOUT-VALOR
           MOVE WS-VL-EXCEDENTE       TO WS-SOUT-EXCED
           MOVE SPACES TO WS-REG-SUSPREL
           STRING WS-ROTULO      DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  WS-PG-CEP    (WS-PG-I) DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WS-PG-SEQ    (WS-PG-I) DELIMITED BY SIZE
                  ' PARCELA '            DELIMITED BY SIZE
                  WS-PG-NRPARC (WS-PG-I) DELIMITED BY SIZE
                  ' PAGO '       DELIMITED BY SIZE
                  WS-SOUT-VALOR  DELIMITED BY SIZE
                  ' CREDITO A MAIOR ' DELIMITED BY SIZE
                  WS-SOUT-EXCED  DELIMITED BY SIZE
             INTO WS-REG-SUSPREL
           END-STRING
           WRITE WS-REG-SUSPREL
           DISPLAY ' * PAGAMENTO A MAIOR - ' WS-ROTULO
               WS-PG-CEP (WS-PG-I) '/' WS-PG-SEQ (WS-PG-I)
               ' PARCELA ' WS-PG-NRPARC (WS-PG-I)
               ' EXCEDENTE ' WS-SOUT-EXCED
           .
      *--------------------------------------------------------------*
      *    FECHAR O CARNE REGRAVADO
      *--------------------------------------------------------------*
       050-FECHAR-CARNE.

           IF WS-FS-PARCELAS = '00' OR WS-FS-PARCELAS = '10'
              CLOSE PARCELAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    PAGAMENTO QUE PASSOU PELO CARNE (OU PELO MENSALID)
      *    INTEIRO SEM ENCONTRAR A COBRANCA VAI PARA O SUSPENSO
      *--------------------------------------------------------------*
       055-SUSPENDER-NAO-CASADO.

           IF WS-PG-SITUACAO (WS-PG-I) = 'N'
              IF WS-PG-CEP (WS-PG-I) < 90000000
                 MOVE 'PARCELA NAO ENCONTRADA' TO WS-MOTIVO-EXC
              ELSE
                 MOVE 'MENSALIDADE NAO ENCONTRADA' TO WS-MOTIVO-EXC
              END-IF
              PERFORM 058-SUSPENDER-PAGAMENTO
           END-IF
           .
       058-SUSPENDER-PAGAMENTO.

           MOVE 'S'                    TO WS-PG-SITUACAO (WS-PG-I)
           MOVE WS-PG-CEP    (WS-PG-I) TO WS-SP-CEP
           MOVE WS-PG-SEQ    (WS-PG-I) TO WS-SP-SEQ
           MOVE WS-PG-NRPARC (WS-PG-I) TO WS-SP-NRPARC
           MOVE WS-PG-DATA   (WS-PG-I) TO WS-SP-DATA
           MOVE WS-PG-VALOR  (WS-PG-I) TO WS-SP-VALOR
           PERFORM 060-GRAVAR-SUSPENSO
           .
      *--------------------------------------------------------------*
      *    PAGAMENTO EM SUSPENSO - LINHA NO SUSPREL E REGISTRO NO
      *    EXCEPREL (PAGAMENTO EM WS-AREA-SUSPENSO)
      *--------------------------------------------------------------*
       060-GRAVAR-SUSPENSO.

           IF WS-SP-CEP < 90000000
              MOVE 'LOTE'     TO WS-ROTULO
           ELSE
              MOVE 'MENSALID' TO WS-ROTULO
           END-IF
           ADD WS-SP-VALOR TO WS-VL-SUSPENSO
           MOVE WS-SP-VALOR TO WS-SOUT-VALOR
           MOVE SPACES TO WS-REG-SUSPREL
           STRING WS-ROTULO      DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  WS-SP-CEP      DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-SP-SEQ      DELIMITED BY SIZE
                  ' PARCELA '    DELIMITED BY SIZE
                  WS-SP-NRPARC   DELIMITED BY SIZE
                  ' PAGO EM '    DELIMITED BY SIZE
                  WS-SP-DATA     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-SOUT-VALOR  DELIMITED BY SIZE
                  ' - '          DELIMITED BY SIZE
                  WS-MOTIVO-EXC  DELIMITED BY SIZE
             INTO WS-REG-SUSPREL
           END-STRING
           WRITE WS-REG-SUSPREL
           PERFORM 062-GRAVAR-EXCECAO
           .
      *--------------------------------------------------------------*
      *    RETORNO COM MAIS PAGAMENTOS QUE A TABELA (8000) - CANCELA
      *    A RODADA ANTES DE ABRIR O CARNE E O MENSALID: BAIXAR SO OS
      *    PRIMEIROS FARIA O RERUN ACHA-LOS JA PAGOS E O EXCEDENTE
      *    NUNCA SERIA BAIXADO
      *--------------------------------------------------------------*
       061-PAGAMENTOS-CHEIA.

           DISPLAY ' * TABELA DE PAGAMENTOS CHEIA (8000) - '
               WS-PAG-FORA ' PAGAMENTOS ALEM DELA - EXECUCAO CANCELADA'
           MOVE 'S'             TO WS-ABEND
           MOVE 'S'             TO WS-FIM
           MOVE 'CGPRG046'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE WS-DATA-ARQ     TO EX-CHAVE
           MOVE 'TABELA PAGAMENTOS CHEIA (8000)' TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    GRAVAR O PAGAMENTO REJEITADO NO EXCEPREL
      *--------------------------------------------------------------*
       062-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * PAGAMENTO EM SUSPENSO - ' WS-ROTULO WS-SP-CEP
               '/' WS-SP-SEQ ' PARCELA: ' WS-SP-NRPARC ' - '
               WS-MOTIVO-EXC

           MOVE 'CGPRG046'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE SPACES          TO EX-CHAVE
           STRING WS-SP-CEP    DELIMITED BY SIZE
                  WS-SP-SEQ    DELIMITED BY SIZE
                  WS-SP-NRPARC DELIMITED BY SIZE
             INTO EX-CHAVE
           END-STRING
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    TRAILER DO RETORNO QUE NAO FECHA COM OS PAGAMENTOS LIDOS -
      *    CONTADO A PARTE: NAO E PAGAMENTO EM SUSPENSO
      *--------------------------------------------------------------*
       063-GRAVAR-EXCECAO-TRAILER.

           ADD 1 TO WS-CTTRAILER
           MOVE 'CGPRG046'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE WS-DATA-ARQ     TO EX-CHAVE
           MOVE 'TRAILER DO RETORNO NAO CONFERE' TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    PAGAMENTO BAIXADO NO CARNE VAI PARA O BAIXADOS (O QUE FOI
      *    PARA O SUSPENSO NAO E RECEBIMENTO A CONTABILIZAR E A
      *    MENSALIDADE NAO E DA INTERFACE DE LOTES)
      *--------------------------------------------------------------*
       070-GRAVAR-BAIXADO.

           IF WS-PG-SITUACAO (WS-PG-I) = 'B'
              MOVE WS-PG-CEP    (WS-PG-I) TO WS-BX-CEP
              MOVE WS-PG-SEQ    (WS-PG-I) TO WS-BX-SEQ
              MOVE WS-PG-NRPARC (WS-PG-I) TO WS-BX-NRPARC
              MOVE WS-PG-DATA   (WS-PG-I) TO WS-BX-DATA
              MOVE WS-PG-VALOR  (WS-PG-I) TO WS-BX-VALOR
              WRITE WS-REG-BAIXADO FROM WS-AREA-BAIXADO
           END-IF
           .
      *--------------------------------------------------------------*
      *    BAIXA DOS BOLETOS DE MENSALIDADE - UMA PASSADA SOBRE O
      *    MENSALID (ABERTO EM I-O NO 010), REGRAVANDO A COBRANCA
      *    QUE O PAGAMENTO QUITA
      *--------------------------------------------------------------*
       075-BAIXAR-MENSALIDADES.

           MOVE 'N' TO WS-FIM-MENS
           PERFORM 076-LER-MENSALIDADE
           PERFORM 077-PROCESSAR-MENSALIDADE UNTIL WS-FIM-MENS = 'S'
           CLOSE MENSALID
           .
       076-LER-MENSALIDADE.

           READ MENSALID
               AT END
                   MOVE 'S' TO WS-FIM-MENS
               NOT AT END
                   ADD 1 TO WS-CTMENSLIDA
           END-READ
           .
       077-PROCESSAR-MENSALIDADE.

           MOVE 'N' TO WS-REGRAVAR
           PERFORM 078-CASAR-MENSALIDADE
              VARYING WS-PG-I FROM 1 BY 1
              UNTIL WS-PG-I > WS-QTDE-PAG
           IF WS-REGRAVAR = 'S'
              REWRITE MS-REG-MENSALID
              IF WS-FS-MENSALID NOT = '00'
                 DISPLAY ' * ERRO REGRAVANDO MENSALID - FS='
                     WS-FS-MENSALID ' NOSSO NUMERO ' MS-NOSSO-NUMERO
                 MOVE 'S' TO WS-ABEND
                 MOVE 'S' TO WS-FIM-MENS
              END-IF
           END-IF

           IF WS-ABEND NOT = 'S'
              PERFORM 076-LER-MENSALIDADE
           END-IF
           .
      *--------------------------------------------------------------*
      *    MENSALIDADE NAO TEM PAGAMENTO PARCIAL: O PAGAMENTO TEM DE
      *    COBRIR O VALOR DA COBRANCA; O QUE PASSAR E CREDITO DO ALUNO
      *--------------------------------------------------------------*
       078-CASAR-MENSALIDADE.

           IF WS-PG-SITUACAO (WS-PG-I) = 'N'           AND
              WS-PG-CEP      (WS-PG-I) = MS-NN-CEP     AND
              WS-PG-SEQ      (WS-PG-I) = MS-NN-SEQ     AND
              WS-PG-NRPARC   (WS-PG-I) = MS-NN-NRPARC
              IF MS-SITUACAO = 'P'
                 MOVE 'PAGAMENTO EM DUPLICIDADE' TO WS-MOTIVO-EXC
                 PERFORM 058-SUSPENDER-PAGAMENTO
              ELSE
                 IF WS-PG-VALOR (WS-PG-I) < MS-VALOR
                    MOVE 'PAGAMENTO MENOR QUE A COBRANCA'
                        TO WS-MOTIVO-EXC
                    PERFORM 058-SUSPENDER-PAGAMENTO
                 ELSE
                    PERFORM 079-QUITAR-MENSALIDADE
                 END-IF
              END-IF
           END-IF
           .
       079-QUITAR-MENSALIDADE.

           MOVE 'M'                   TO WS-PG-SITUACAO (WS-PG-I)
           MOVE 'P'                   TO MS-SITUACAO
           MOVE 'S'                   TO WS-REGRAVAR
           ADD 1                      TO WS-CTMENSPAGA
           ADD WS-PG-VALOR (WS-PG-I)  TO WS-VL-MENSAL
           COMPUTE WS-VL-EXCEDENTE = WS-PG-VALOR (WS-PG-I) - MS-VALOR
           IF WS-VL-EXCEDENTE > ZEROS
              ADD 1 TO WS-CTAMAIOR
              ADD WS-VL-EXCEDENTE TO WS-VL-AMAIOR
              PERFORM 045-RELATAR-AMAIOR
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTLIDO = ZEROS OR WS-ABEND = 'S'
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTINVALID > ZEROS OR WS-CTTRAILER > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF

           MOVE SPACES TO WS-REG-SUSPREL
           WRITE WS-REG-SUSPREL
           MOVE WS-VL-SUSPENSO TO WS-SOUT-VALOR
           MOVE WS-VL-AMAIOR   TO WS-SOUT-EXCED
           STRING 'TOTAL EM SUSPENSO ' DELIMITED BY SIZE
                  WS-SOUT-VALOR        DELIMITED BY SIZE
                  ' CREDITOS A MAIOR ' DELIMITED BY SIZE
                  WS-SOUT-EXCED        DELIMITED BY SIZE
             INTO WS-REG-SUSPREL
           END-STRING
           WRITE WS-REG-SUSPREL

           MOVE 'CGPRG046'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PAGAMENTOS LIDOS'              TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG046'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS QUITADAS'             TO CT-DESCRICAO
           MOVE WS-CTQUITADA         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG046'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS PAGAS EM PARTE'       TO CT-DESCRICAO
           MOVE WS-CTPARCIAL         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG046'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'MENSALIDADES QUITADAS'         TO CT-DESCRICAO
           MOVE WS-CTMENSPAGA        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG046'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VALOR MENSALIDADES (REAIS)'    TO CT-DESCRICAO
           MOVE WS-VL-MENSAL         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG046'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PAGAMENTOS A MAIOR'            TO CT-DESCRICAO
           MOVE WS-CTAMAIOR          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG046'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PAGAMENTOS EM SUSPENSO'        TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG046'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRAILERS DIVERGENTES'          TO CT-DESCRICAO
           MOVE WS-CTTRAILER         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG046'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VALOR BAIXADO (REAIS)'         TO CT-DESCRICAO
           MOVE WS-VL-BAIXADO        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE SUSPREL
           CLOSE BAIXADOS
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           MOVE WS-VL-BAIXADO TO WS-SOUT-VALOR
           MOVE WS-VL-MENSAL  TO WS-SOUT-EXCED
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG046        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PAGAMENTOS LIDOS.......: ' WS-CTLIDO
           DISPLAY ' * PARCELAS LIDAS.........: ' WS-CTPARCLIDA
           DISPLAY ' * PARCELAS QUITADAS......: ' WS-CTQUITADA
           DISPLAY ' * PARCELAS PAGAS EM PARTE: ' WS-CTPARCIAL
           DISPLAY ' * MENSALIDADES LIDAS.....: ' WS-CTMENSLIDA
           DISPLAY ' * MENSALIDADES QUITADAS..: ' WS-CTMENSPAGA
           DISPLAY ' * PAGAMENTOS A MAIOR.....: ' WS-CTAMAIOR
           DISPLAY ' * PAGAMENTOS EM SUSPENSO.: ' WS-CTINVALID
           DISPLAY ' * TRAILERS DIVERGENTES...: ' WS-CTTRAILER
           DISPLAY ' * VALOR BAIXADO..........: ' WS-SOUT-VALOR
           DISPLAY ' * VALOR MENSALIDADES.....: ' WS-SOUT-EXCED
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG046        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG046 <-------------------*
