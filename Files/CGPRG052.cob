       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG052.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 20/09/2026.
       DATE-COMPILED. 20/09/2026.
      *--------------------------------------------------------------*
      *    INTERFACE CONTABIL DO SUBSISTEMA DE LOTES - LE O MOVIMENTO *
      *    DO DIA E GRAVA O ARQUIVO DE LANCAMENTOS (LANCCTB) DA       *
      *    CONTABILIDADE, UM PAR DEBITO/CREDITO POR EVENTO:           *
      *      VEND - VENDA NOVA (VENDAMST COM VN-DATA DO DIA, PRECO)   *
      *      ENTR - ENTRADA (DA VENDA NOVA E DA RENEGOCIACAO 'R' DO   *
      *             MOVLOTES)                                         *
      *      RECB - PARCELA RECEBIDA (PAGAMENTOS DO RETORNO DO DIA    *
      *             BAIXADOS PELO CGPRG046 - O QUE FICOU EM SUSPENSO  *
      *             NAO E CONTABILIZADO)                              *
      *      CANC - CANCELAMENTO (SALDO EM ABERTO CANCELADO, 'C' DO   *
      *             MOVLOTES GRAVADO PELO CGPRG035)                   *
      *      ESTC - ESTORNO DE COMISSAO DO CANCELAMENTO (IDEM)        *
      *      COMS - COMISSAO PAGA (DETALHES 'D' DO COMISPAG DO DIA)   *
      *    AS CONTAS DE DEBITO E CREDITO DE CADA EVENTO VEM DO PLANO  *
      *    DE CONTAS (PLANOCTA) - EVENTO SEM CONTA, CONTA REPETIDA OU *
      *    EVENTO DUPLICADO NO PLANO CANCELAM O PROCESSAMENTO. OS     *
      *    LANCAMENTOS SAO GRAVADOS PRIMEIRO NO ARQUIVO DE TRABALHO   *
      *    LANCWRK; SO QUANDO A SOMA DOS DEBITOS BATE COM A DOS       *
      *    CREDITOS O LANCCTB E GRAVADO (HEADER, DETALHES E TRAILER). *
      *    SEM BATIMENTO O LANCCTB NAO E GRAVADO E O RC E 08.         *
      *    BAIXADOS SEM HEADER OU COM DATA DE OUTRO DIA NAO E         *
      *    CONTABILIZADO (EXCEPREL, RC 04) - EVITA LANCAR DUAS VEZES  *
      *    OS RECEBIMENTOS QUANDO O CGPRG046 NAO RODOU NO DIA.        *
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
           SELECT PLANOCTA  ASSIGN TO "PLANOCTA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLANOCTA.
           SELECT VENDAMST  ASSIGN TO "VENDAMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VENDAMST.
           SELECT BAIXADOS  ASSIGN TO "BAIXADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BAIXADOS.
           SELECT MOVLOTES  ASSIGN TO "MOVLOTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVLOTES.
           SELECT COMISPAG  ASSIGN TO "COMISPAG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMISPAG.
           SELECT LANCWRK   ASSIGN TO "LANCWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LANCWRK.
           SELECT LANCCTB   ASSIGN TO "LANCCTB"
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
      *-----> PLANO DE CONTAS DA INTERFACE - UM CARTAO POR EVENTO
      *       (VEND, ENTR, RECB, CANC, ESTC, COMS)
       FD  PLANOCTA
           LABEL RECORDS ARE STANDARD.
       01  PC-REG-PLANO.
           05  PC-EVENTO              PIC X(04).
           05  PC-CONTA-DEB           PIC X(12).
           05  PC-CONTA-CRED          PIC X(12).
           05  PC-HISTORICO           PIC X(30).
           05  FILLER                 PIC X(22).

       FD  VENDAMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDAS.

      *-----> PAGAMENTOS BAIXADOS PELO CGPRG046 (LAYOUT CGRETORN)
       FD  BAIXADOS
           LABEL RECORDS ARE STANDARD.
           COPY CGRETORN.

       FD  MOVLOTES
           LABEL RECORDS ARE STANDARD.
           COPY CGMOVLOT.

      *-----> INTERFACE DE COMISSAO GRAVADA PELO CGPRG031 NO DIA
       FD  COMISPAG
           LABEL RECORDS ARE STANDARD.
       01  PG-REG-DETALHE.
           05  PG-TIPO             PIC X(01).
           05  PG-COD-VEND         PIC 9(04).
           05  PG-COMISSAO         PIC 9(08)V99.
           05  PG-QTDLOTES         PIC 9(05).
           05  PG-DATA-REF         PIC 9(08).
           05  FILLER              PIC X(12).

      *-----> ARQUIVO DE TRABALHO - MESMO LAYOUT DO DETALHE DO
      *       CGLANCTB, CONFERIDO ANTES DE VIRAR INTERFACE
       FD  LANCWRK
           LABEL RECORDS ARE STANDARD.
       01  LW-REG-LANCAMENTO.
           05  LW-TIPO             PIC X(01).
           05  LW-NUM-LANC         PIC 9(07).
           05  LW-DATA             PIC 9(08).
           05  LW-CONTA            PIC X(12).
           05  LW-NATUREZA         PIC X(01).
           05  LW-VALOR            PIC 9(11)V99.
           05  LW-EVENTO           PIC X(04).
           05  LW-DOCUMENTO        PIC X(15).
           05  LW-HISTORICO        PIC X(30).
           05  FILLER              PIC X(09).

       FD  LANCCTB
           LABEL RECORDS ARE STANDARD.
           COPY CGLANCTB.

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
           05  WS-ABEND               PIC X(01) VALUE "N".
           05  WS-FIM-AUX             PIC X(01).
           05  WS-BATEU               PIC X(01) VALUE "N".
           05  WS-CTLIDO              PIC 9(06) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(04) VALUE ZEROS.
           05  WS-FS-PLANOCTA         PIC X(02).
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-BAIXADOS         PIC X(02).
           05  WS-FS-MOVLOTES         PIC X(02).
           05  WS-FS-COMISPAG         PIC X(02).
           05  WS-FS-LANCWRK          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).

      *-----> EVENTOS DA INTERFACE - CODIGO, DESCRICAO E AS CONTAS
      *       CARREGADAS DO PLANOCTA, COM A QTDE E O VALOR DO DIA
       01  WS-COD-EVENTOS.
           05  FILLER  PIC X(24) VALUE 'VENDVENDAS NOVAS        '.
           05  FILLER  PIC X(24) VALUE 'ENTRENTRADAS            '.
           05  FILLER  PIC X(24) VALUE 'RECBPARCELAS RECEBIDAS  '.
           05  FILLER  PIC X(24) VALUE 'CANCCANCELAMENTOS       '.
           05  FILLER  PIC X(24) VALUE 'ESTCESTORNOS DE COMISSAO'.
           05  FILLER  PIC X(24) VALUE 'COMSCOMISSOES PAGAS     '.
       01  WS-COD-EVENTOS-R REDEFINES WS-COD-EVENTOS.
           05  WS-COD-EVENTO  OCCURS 6 TIMES.
               10  WS-EV-COD            PIC X(04).
               10  WS-EV-DESCR          PIC X(20).
       77  WS-QTDE-EV                 PIC 9(01) VALUE 6.
       77  WS-EV-I                    PIC 9(01).
       77  WS-EV-IDX                  PIC 9(01).
       01  WS-TAB-EVENTOS.
           05  WS-EVENTO  OCCURS 6 TIMES.
               10  WS-EV-MAPEADO        PIC X(01).
               10  WS-EV-DEB            PIC X(12).
               10  WS-EV-CRED           PIC X(12).
               10  WS-EV-HIST           PIC X(30).
               10  WS-EV-QTD            PIC 9(06).
               10  WS-EV-VALOR          PIC 9(11)V99.

      *-----> EVENTO A LANCAR E TOTAIS DOS LANCAMENTOS
       01  WS-AREA-LANCAMENTO.
           05  WS-VL-EVENTO           PIC 9(11)V99.
           05  WS-DOCUMENTO           PIC X(15).
           05  WS-NUM-LANC            PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DET             PIC 9(07) VALUE ZEROS.
           05  WS-TOT-DEB             PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-CRED            PIC 9(13)V99 VALUE ZEROS.
      *-----> TOTAIS RELIDOS DO LANCWRK NA CONFERENCIA
       01  WS-AREA-CONFERENCIA.
           05  WS-CF-QTD-DET          PIC 9(07) VALUE ZEROS.
           05  WS-CF-DEB              PIC 9(13)V99 VALUE ZEROS.
           05  WS-CF-CRED             PIC 9(13)V99 VALUE ZEROS.
           05  WS-CF-OUTROS           PIC 9(07) VALUE ZEROS.

       01  WS-SOUT-VALOR              PIC $$$.$$$.$$$.$$9,99.
       01  WS-SOUT-DEB                PIC $$$.$$$.$$$.$$9,99.
       01  WS-SOUT-CRED               PIC $$$.$$$.$$$.$$9,99.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG052.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG052 - INTERFACE CONTABIL DE LOTES"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 030-LANCAR-VENDAS
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 035-LANCAR-RECEBIMENTOS
              PERFORM 040-LANCAR-MOVIMENTO
              PERFORM 045-LANCAR-COMISSOES
              CLOSE LANCWRK
              PERFORM 070-CONFERIR-LANCAMENTOS
              IF WS-BATEU = 'S'
                 PERFORM 080-GRAVAR-INTERFACE
              END-IF
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 015-CARREGAR-PLANO
           IF WS-ABEND NOT = 'S'
              OPEN OUTPUT LANCWRK
              IF WS-FS-LANCWRK NOT = '00'
                 DISPLAY ' * ERRO ABRINDO LANCWRK - FS=' WS-FS-LANCWRK
                 MOVE 'S' TO WS-ABEND
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
      *    CARREGAR O PLANO DE CONTAS - TODO EVENTO PRECISA DE CONTA
      *    DE DEBITO E DE CREDITO, DIFERENTES ENTRE SI E UMA SO VEZ
      *--------------------------------------------------------------*
       015-CARREGAR-PLANO.

           PERFORM 019-LIMPAR-EVENTO
              VARYING WS-EV-I FROM 1 BY 1
              UNTIL WS-EV-I > WS-QTDE-EV
           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT PLANOCTA
           IF WS-FS-PLANOCTA NOT = '00'
              DISPLAY ' * ERRO ABRINDO PLANOCTA - FS=' WS-FS-PLANOCTA
              MOVE 'S' TO WS-ABEND
           ELSE
              PERFORM 016-LER-PLANO UNTIL WS-FIM-AUX = 'S'
              CLOSE PLANOCTA
              PERFORM 018-CONFERIR-MAPEAMENTO
                 VARYING WS-EV-I FROM 1 BY 1
                 UNTIL WS-EV-I > WS-QTDE-EV
           END-IF
           .
       016-LER-PLANO.

           READ PLANOCTA
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   PERFORM 017-GUARDAR-CONTA
           END-READ
           .
       017-GUARDAR-CONTA.

           MOVE ZEROS TO WS-EV-IDX
           PERFORM 025-LOCALIZAR-EVENTO
              VARYING WS-EV-I FROM 1 BY 1
              UNTIL WS-EV-I > WS-QTDE-EV
           IF WS-EV-IDX = ZEROS
              DISPLAY ' * PLANOCTA: EVENTO ' PC-EVENTO
                  ' DESCONHECIDO - IGNORADO'
           ELSE
           IF WS-EV-MAPEADO (WS-EV-IDX) = 'S'
              DISPLAY ' * ERRO: PLANOCTA COM EVENTO ' PC-EVENTO
                  ' REPETIDO'
              MOVE 'S' TO WS-ABEND
           ELSE
           IF PC-CONTA-DEB = SPACES OR PC-CONTA-CRED = SPACES OR
              PC-CONTA-DEB = PC-CONTA-CRED
              DISPLAY ' * ERRO: PLANOCTA COM CONTAS INVALIDAS NO '
                  'EVENTO ' PC-EVENTO
              MOVE 'S' TO WS-ABEND
           ELSE
              MOVE 'S'           TO WS-EV-MAPEADO (WS-EV-IDX)
              MOVE PC-CONTA-DEB  TO WS-EV-DEB     (WS-EV-IDX)
              MOVE PC-CONTA-CRED TO WS-EV-CRED    (WS-EV-IDX)
              IF PC-HISTORICO = SPACES
                 MOVE WS-EV-DESCR (WS-EV-IDX) TO WS-EV-HIST (WS-EV-IDX)
              ELSE
                 MOVE PC-HISTORICO TO WS-EV-HIST (WS-EV-IDX)
              END-IF
              DISPLAY 'EVENTO ' PC-EVENTO ' D ' PC-CONTA-DEB
                  ' C ' PC-CONTA-CRED
           END-IF
           END-IF
           END-IF
           .
       018-CONFERIR-MAPEAMENTO.

           IF WS-EV-MAPEADO (WS-EV-I) NOT = 'S'
              DISPLAY ' * ERRO: EVENTO ' WS-EV-COD (WS-EV-I)
                  ' SEM CONTA NO PLANOCTA'
              MOVE 'S' TO WS-ABEND
           END-IF
           .
       019-LIMPAR-EVENTO.

           MOVE 'N'    TO WS-EV-MAPEADO (WS-EV-I)
           MOVE SPACES TO WS-EV-DEB     (WS-EV-I)
                          WS-EV-CRED    (WS-EV-I)
                          WS-EV-HIST    (WS-EV-I)
           MOVE ZEROS  TO WS-EV-QTD     (WS-EV-I)
                          WS-EV-VALOR   (WS-EV-I)
           .
       025-LOCALIZAR-EVENTO.

           IF WS-EV-COD (WS-EV-I) = PC-EVENTO
              MOVE WS-EV-I    TO WS-EV-IDX
              MOVE WS-QTDE-EV TO WS-EV-I
           END-IF
           .
      *--------------------------------------------------------------*
      *    VENDAS NOVAS DO DIA NO VENDAMST - PRECO E ENTRADA. SEM O
      *    VENDAMST NAO HA COMO FECHAR O DIA
      *--------------------------------------------------------------*
       030-LANCAR-VENDAS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT VENDAMST
           IF WS-FS-VENDAMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDAMST - FS=' WS-FS-VENDAMST
              MOVE 'S' TO WS-ABEND
              CLOSE LANCWRK
           ELSE
              PERFORM 031-LER-VENDA UNTIL WS-FIM-AUX = 'S'
              CLOSE VENDAMST
           END-IF
           .
       031-LER-VENDA.

           READ VENDAMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF VN-DATA = WS-DATA-EXEC
                      ADD 1 TO WS-CTLIDO
                      MOVE SPACES TO WS-DOCUMENTO
                      STRING VN-CEP DELIMITED BY SIZE
                             '-'    DELIMITED BY SIZE
                             VN-SEQ DELIMITED BY SIZE
                        INTO WS-DOCUMENTO
                      END-STRING
                      MOVE 1          TO WS-EV-IDX
                      MOVE VN-PRECO   TO WS-VL-EVENTO
                      PERFORM 060-GERAR-LANCAMENTO
                      MOVE 2          TO WS-EV-IDX
                      MOVE VN-ENTRADA TO WS-VL-EVENTO
                      PERFORM 060-GERAR-LANCAMENTO
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    PARCELAS RECEBIDAS - PAGAMENTOS DO RETORNO BANCARIO DO DIA
      *    QUE O CGPRG046 BAIXOU NO CARNE (OS EM SUSPENSO NAO VEM).
      *    O HEADER DO BAIXADOS TRAZ A DATA DA RODADA DO CGPRG046:
      *    ARQUIVO SEM HEADER OU DE OUTRO DIA (O CGPRG046 NAO RODOU
      *    HOJE) NAO E CONTABILIZADO DE NOVO - VAI PARA O EXCEPREL
      *--------------------------------------------------------------*
       035-LANCAR-RECEBIMENTOS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT BAIXADOS
           IF WS-FS-BAIXADOS NOT = '00'
              DISPLAY ' * BAIXADOS NAO ABERTO - FS=' WS-FS-BAIXADOS
                  ' - DIA SEM RECEBIMENTOS'
           ELSE
              PERFORM 037-CONFERIR-HEADER
              PERFORM 036-LER-BAIXADO UNTIL WS-FIM-AUX = 'S'
              CLOSE BAIXADOS
           END-IF
           .
       036-LER-BAIXADO.

           READ BAIXADOS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF RT-TIPO = '1'
                      ADD 1 TO WS-CTLIDO
                      MOVE SPACES TO WS-DOCUMENTO
                      STRING RT-CEP    DELIMITED BY SIZE
                             '-'       DELIMITED BY SIZE
                             RT-SEQ    DELIMITED BY SIZE
                             '-'       DELIMITED BY SIZE
                             RT-NRPARC DELIMITED BY SIZE
                        INTO WS-DOCUMENTO
                      END-STRING
                      MOVE 3             TO WS-EV-IDX
                      MOVE RT-VALOR-PAGO TO WS-VL-EVENTO
                      PERFORM 060-GERAR-LANCAMENTO
                   END-IF
           END-READ
           .
       037-CONFERIR-HEADER.

           READ BAIXADOS
               AT END
                   MOVE 'S' TO WS-FIM-AUX
           END-READ
           IF WS-FIM-AUX = 'S' OR RT-TIPO NOT = '0'
              MOVE SPACES TO WS-CHAVE-EXC
              MOVE 'BAIXADOS SEM HEADER DA RODADA' TO WS-MOTIVO-EXC
              PERFORM 065-GRAVAR-EXCECAO
              MOVE 'S' TO WS-FIM-AUX
           ELSE
              IF RT-H-DATA-ARQ NOT = WS-DATA-EXEC
                 MOVE RT-H-DATA-ARQ TO WS-CHAVE-EXC
                 MOVE 'BAIXADOS DE OUTRO DIA' TO WS-MOTIVO-EXC
                 PERFORM 065-GRAVAR-EXCECAO
                 MOVE 'S' TO WS-FIM-AUX
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CANCELAMENTOS (CGPRG035) E ENTRADAS DE RENEGOCIACAO
      *    (CGPRG051) DO DIA NO MOVIMENTO DE LOTES
      *--------------------------------------------------------------*
       040-LANCAR-MOVIMENTO.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT MOVLOTES
           IF WS-FS-MOVLOTES NOT = '00'
              DISPLAY ' * MOVLOTES NAO ABERTO - FS=' WS-FS-MOVLOTES
                  ' - DIA SEM CANCELAMENTOS'
           ELSE
              PERFORM 041-LER-MOVIMENTO UNTIL WS-FIM-AUX = 'S'
              CLOSE MOVLOTES
           END-IF
           .
       041-LER-MOVIMENTO.

           READ MOVLOTES
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF MV-DATA = WS-DATA-EXEC
                      ADD 1 TO WS-CTLIDO
                      PERFORM 042-LANCAR-OPERACAO
                   END-IF
           END-READ
           .
       042-LANCAR-OPERACAO.

           MOVE SPACES TO WS-DOCUMENTO
           STRING MV-CEP DELIMITED BY SIZE
                  '-'    DELIMITED BY SIZE
                  MV-SEQ DELIMITED BY SIZE
             INTO WS-DOCUMENTO
           END-STRING
           IF MV-TIPO = 'C'
              MOVE 4           TO WS-EV-IDX
              MOVE MV-VALOR    TO WS-VL-EVENTO
              PERFORM 060-GERAR-LANCAMENTO
              MOVE 5           TO WS-EV-IDX
              MOVE MV-COMISSAO TO WS-VL-EVENTO
              PERFORM 060-GERAR-LANCAMENTO
           ELSE
           IF MV-TIPO = 'R'
              MOVE 2           TO WS-EV-IDX
              MOVE MV-VALOR    TO WS-VL-EVENTO
              PERFORM 060-GERAR-LANCAMENTO
           ELSE
              MOVE WS-DOCUMENTO (1:13)    TO WS-CHAVE-EXC
              MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WS-MOTIVO-EXC
              PERFORM 065-GRAVAR-EXCECAO
           END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMISSAO PAGA - DETALHES 'D' DO COMISPAG GRAVADO NO DIA
      *    PELO CGPRG031 (OS 'C' DE ESTORNO JA ENTRAM PELO MOVLOTES)
      *--------------------------------------------------------------*
       045-LANCAR-COMISSOES.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT COMISPAG
           IF WS-FS-COMISPAG NOT = '00'
              DISPLAY ' * COMISPAG NAO ABERTO - FS=' WS-FS-COMISPAG
                  ' - DIA SEM COMISSAO'
           ELSE
              PERFORM 046-LER-COMISSAO UNTIL WS-FIM-AUX = 'S'
              CLOSE COMISPAG
           END-IF
           .
       046-LER-COMISSAO.

           READ COMISPAG
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF PG-TIPO = 'D' AND PG-DATA-REF = WS-DATA-EXEC
                      ADD 1 TO WS-CTLIDO
                      MOVE SPACES TO WS-DOCUMENTO
                      STRING 'VENDEDOR '  DELIMITED BY SIZE
                             PG-COD-VEND  DELIMITED BY SIZE
                        INTO WS-DOCUMENTO
                      END-STRING
                      MOVE 6           TO WS-EV-IDX
                      MOVE PG-COMISSAO TO WS-VL-EVENTO
                      PERFORM 060-GERAR-LANCAMENTO
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR O PAR DEBITO/CREDITO DO EVENTO NO LANCWRK - EVENTO
      *    DE VALOR ZERO (VENDA SEM ENTRADA, ETC.) NAO E LANCADO
      *--------------------------------------------------------------*
       060-GERAR-LANCAMENTO.

           IF WS-VL-EVENTO > ZEROS
              ADD 1 TO WS-NUM-LANC
              ADD 1 TO WS-EV-QTD (WS-EV-IDX)
              ADD WS-VL-EVENTO TO WS-EV-VALOR (WS-EV-IDX)

              MOVE SPACES                   TO LW-REG-LANCAMENTO
              MOVE 'D'                      TO LW-TIPO
              MOVE WS-NUM-LANC              TO LW-NUM-LANC
              MOVE WS-DATA-EXEC             TO LW-DATA
              MOVE WS-EV-DEB (WS-EV-IDX)    TO LW-CONTA
              MOVE 'D'                      TO LW-NATUREZA
              MOVE WS-VL-EVENTO             TO LW-VALOR
              MOVE WS-EV-COD (WS-EV-IDX)    TO LW-EVENTO
              MOVE WS-DOCUMENTO             TO LW-DOCUMENTO
              MOVE WS-EV-HIST (WS-EV-IDX)   TO LW-HISTORICO
              WRITE LW-REG-LANCAMENTO
              ADD 1            TO WS-QTD-DET
              ADD WS-VL-EVENTO TO WS-TOT-DEB

              MOVE WS-EV-CRED (WS-EV-IDX)   TO LW-CONTA
              MOVE 'C'                      TO LW-NATUREZA
              WRITE LW-REG-LANCAMENTO
              ADD 1            TO WS-QTD-DET
              ADD WS-VL-EVENTO TO WS-TOT-CRED
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO REJEITADO NO EXCEPREL
      *--------------------------------------------------------------*
       065-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * REJEITADO - ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG052'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    RELER O LANCWRK E CONFERIR: DEBITOS = CREDITOS E OS DOIS
      *    IGUAIS AOS TOTAIS ACUMULADOS NA GRAVACAO
      *--------------------------------------------------------------*
       070-CONFERIR-LANCAMENTOS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT LANCWRK
           IF WS-FS-LANCWRK NOT = '00'
              DISPLAY ' * ERRO RELENDO LANCWRK - FS=' WS-FS-LANCWRK
              MOVE 'S' TO WS-FIM-AUX
              ADD 1    TO WS-CF-OUTROS
           END-IF
           PERFORM 071-SOMAR-LANCAMENTO UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-LANCWRK = '00' OR WS-FS-LANCWRK = '10'
              CLOSE LANCWRK
           END-IF

           IF WS-CF-DEB      = WS-CF-CRED  AND
              WS-CF-DEB      = WS-TOT-DEB  AND
              WS-CF-CRED     = WS-TOT-CRED AND
              WS-CF-QTD-DET  = WS-QTD-DET  AND
              WS-CF-OUTROS   = ZEROS
              MOVE 'S' TO WS-BATEU
           ELSE
              MOVE WS-CF-DEB  TO WS-SOUT-DEB
              MOVE WS-CF-CRED TO WS-SOUT-CRED
              DISPLAY ' * LANCAMENTOS NAO BATEM - DEBITOS '
                  WS-SOUT-DEB ' CREDITOS ' WS-SOUT-CRED
              DISPLAY ' * INTERFACE LANCCTB NAO GRAVADA'
              MOVE 'LANCCTB'                      TO WS-CHAVE-EXC
              MOVE 'DEBITOS E CREDITOS NAO BATEM' TO WS-MOTIVO-EXC
              PERFORM 065-GRAVAR-EXCECAO
           END-IF
           .
       071-SOMAR-LANCAMENTO.

           READ LANCWRK
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CF-QTD-DET
                   IF LW-NATUREZA = 'D'
                      ADD LW-VALOR TO WS-CF-DEB
                   ELSE
                   IF LW-NATUREZA = 'C'
                      ADD LW-VALOR TO WS-CF-CRED
                   ELSE
                      ADD 1 TO WS-CF-OUTROS
                   END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR A INTERFACE: HEADER, OS LANCAMENTOS CONFERIDOS E O
      *    TRAILER COM AS QUANTIDADES E OS TOTAIS
      *--------------------------------------------------------------*
       080-GRAVAR-INTERFACE.

           OPEN OUTPUT LANCCTB
           MOVE SPACES          TO LC-REG-LANCAMENTO
           MOVE 'H'             TO LC-TIPO
           MOVE 'LOTES'         TO LC-H-SUBSISTEMA
           MOVE WS-DATA-EXEC    TO LC-H-DATA
           MOVE 'CGPRG052'      TO LC-H-PROGRAMA
           WRITE LC-REG-LANCAMENTO

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT LANCWRK
           PERFORM 081-COPIAR-LANCAMENTO UNTIL WS-FIM-AUX = 'S'
           CLOSE LANCWRK

           MOVE SPACES          TO LC-REG-LANCAMENTO
           MOVE 'T'             TO LC-TIPO
           MOVE WS-QTD-DET      TO LC-T-QTDREG
           MOVE WS-NUM-LANC     TO LC-T-QTDLANC
           MOVE WS-TOT-DEB      TO LC-T-TOT-DEB
           MOVE WS-TOT-CRED     TO LC-T-TOT-CRED
           WRITE LC-REG-LANCAMENTO
           CLOSE LANCCTB
           DISPLAY ' * INTERFACE LANCCTB GRAVADA - LANCAMENTOS: '
               WS-NUM-LANC
           .
       081-COPIAR-LANCAMENTO.

           READ LANCWRK
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   MOVE LW-REG-LANCAMENTO TO LC-REG-LANCAMENTO
                   WRITE LC-REG-LANCAMENTO
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-ABEND = 'S' OR WS-BATEU NOT = 'S'
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-NUM-LANC = ZEROS OR WS-CTINVALID > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF

           MOVE 'CGPRG052'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'MOVIMENTOS LIDOS'              TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           PERFORM 091-GRAVAR-TOTAL-EVENTO
              VARYING WS-EV-I FROM 1 BY 1
              UNTIL WS-EV-I > WS-QTDE-EV
           MOVE 'CGPRG052'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'LANCAMENTOS GERADOS'           TO CT-DESCRICAO
           MOVE WS-NUM-LANC          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG052'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TOTAL DEBITOS (REAIS)'         TO CT-DESCRICAO
           MOVE WS-TOT-DEB           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG052'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TOTAL CREDITOS (REAIS)'        TO CT-DESCRICAO
           MOVE WS-TOT-CRED          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG052'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS INVALIDOS'           TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           MOVE WS-TOT-DEB  TO WS-SOUT-DEB
           MOVE WS-TOT-CRED TO WS-SOUT-CRED
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG052        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * MOVIMENTOS LIDOS.......: ' WS-CTLIDO
           PERFORM 092-EXIBIR-EVENTO
              VARYING WS-EV-I FROM 1 BY 1
              UNTIL WS-EV-I > WS-QTDE-EV
           DISPLAY ' * LANCAMENTOS GERADOS....: ' WS-NUM-LANC
           DISPLAY ' * TOTAL DEBITOS..........: ' WS-SOUT-DEB
           DISPLAY ' * TOTAL CREDITOS.........: ' WS-SOUT-CRED
           DISPLAY ' * REGISTROS INVALIDOS....: ' WS-CTINVALID
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG052        *'
           DISPLAY ' *----------------------------------------*'
           .
       091-GRAVAR-TOTAL-EVENTO.

           MOVE 'CGPRG052'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE SPACES               TO CT-DESCRICAO
           STRING 'QTDE '              DELIMITED BY SIZE
                  WS-EV-DESCR (WS-EV-I) DELIMITED BY SIZE
             INTO CT-DESCRICAO
           END-STRING
           MOVE WS-EV-QTD (WS-EV-I)  TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG052'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE SPACES               TO CT-DESCRICAO
           STRING WS-EV-DESCR (WS-EV-I) DELIMITED BY '  '
                  ' (REAIS)'            DELIMITED BY SIZE
             INTO CT-DESCRICAO
           END-STRING
           MOVE WS-EV-VALOR (WS-EV-I) TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           .
       092-EXIBIR-EVENTO.

           MOVE WS-EV-VALOR (WS-EV-I) TO WS-SOUT-VALOR
           DISPLAY ' * ' WS-EV-COD (WS-EV-I) ' '
               WS-EV-DESCR (WS-EV-I) ': ' WS-EV-QTD (WS-EV-I)
               ' ' WS-SOUT-VALOR
           .
      *---------------> FIM DO PROGRAMA CGPRG052 <-------------------*
