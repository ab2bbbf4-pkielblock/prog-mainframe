       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG047.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 16/09/2026.
       DATE-COMPILED. 16/09/2026.
      *--------------------------------------------------------------*
      *    REMESSA MENSAL DE BOLETOS - ATE AQUI A COBRANCA SAIA DE    *
      *    UMA LISTAGEM DO PARCELAS E O BANCO NAO RECEBIA NADA. ESTE  *
      *    PROGRAMA SELECIONA TODA PARCELA EM ABERTO (ABERTA OU       *
      *    PARCIAL, PELO SALDO) QUE VENCE NA COMPETENCIA SEGUINTE A   *
      *    DA RODADA, BUSCA A VENDA ATIVA NO VENDAMST E O COMPRADOR   *
      *    NO COMPMST (NOME, CPF E ENDERECO DO SACADO) E GRAVA O      *
      *    ARQUIVO DE REMESSA (LAYOUT CGREMESS) COM HEADER, UM        *
      *    DETALHE POR BOLETO E TRAILER COM QUANTIDADE E HASH.        *
      *    CADA PARCELA REMETIDA VAI PARA O LOG PERMANENTE REMLOG -   *
      *    PARCELA QUE JA ESTA NO LOG NAO E REMETIDA DE NOVO NUMA     *
      *    RODADA REPETIDA. QUANTIDADE E VALOR REMETIDOS SAEM NO      *
      *    CTLTOTAL PARA O BALANCO DO CGPRG011.                       *
      *    CARTAO DE PARAMETRO (SYSIN): BANCO (999) + DIA DE          *
      *    VENCIMENTO DO BOLETO (99).                                 *
      *    O VALOR DO BOLETO E O SALDO SOBRE O VALOR ATUALIZADO COM   *
      *    MULTA E JUROS PELO CGPRG048, NAO O VALOR DE FACE.          *
      *    DEPOIS DAS PARCELAS DE LOTE, REMETE NO MESMO ARQUIVO AS    *
      *    COBRANCAS DE MENSALIDADE (MENSALID, GERADO PELO CGPRG058)  *
      *    QUE VENCEM NA COMPETENCIA, PELO VENCIMENTO DA PROPRIA      *
      *    COBRANCA E COM O ALUNO COMO SACADO - O NOSSO NUMERO DA     *
      *    MENSALIDADE TEM O FORMATO DA CHAVE DA PARCELA E PASSA PELO *
      *    MESMO CONTROLE DO REMLOG. SEM MENSALID, SO AS PARCELAS.    *
      *    ERRO ABRINDO O COMPMST, O VENDAMST OU O PARCELAS OU TABELA *
      *    CHEIA (COMPRADORES 2000, VENDAS ATIVAS 5000, REMETIDAS DA  *
      *    COMPETENCIA 9000) CANCELA A REMESSA COM RC 08 - NADA E     *
      *    GRAVADO NO REMESSA NEM NO REMLOG.                          *
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
           SELECT SYSIN     ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARCELAS  ASSIGN TO "PARCELAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCELAS.
           SELECT VENDAMST  ASSIGN TO "VENDAMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VENDAMST.
           SELECT COMPMST   ASSIGN TO "COMPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMPMST.
           SELECT MENSALID  ASSIGN TO "MENSALID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MENSALID.
           SELECT REMLOG    ASSIGN TO "REMLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REMLOG.
           SELECT REMESSA   ASSIGN TO "REMESSA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA.
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
      *-----> CARTAO DE PARAMETRO DA REMESSA
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-BANCO          PIC 9(03).
           05  WS-PARM-DIA-VENC       PIC 9(02).

       FD  PARCELAS
           LABEL RECORDS ARE STANDARD.
           COPY CGPARCEL.

       FD  VENDAMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDAS.

       FD  COMPMST
           LABEL RECORDS ARE STANDARD.
           COPY CGCOMPMS.

       FD  MENSALID
           LABEL RECORDS ARE STANDARD.
           COPY CGMENSAL.

       FD  REMLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGREMLOG.

       FD  REMESSA
           LABEL RECORDS ARE STANDARD.
           COPY CGREMESS.

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
           05  WS-ABEND               PIC X(01) VALUE "N".
           05  WS-FIM-AUX             PIC X(01).
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTSELEC             PIC 9(05) VALUE ZEROS.
           05  WS-CTREMET             PIC 9(05) VALUE ZEROS.
           05  WS-CTJAREMET           PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(05) VALUE ZEROS.
           05  WS-CTMENLIDO           PIC 9(07) VALUE ZEROS.
           05  WS-CTMENSEL            PIC 9(05) VALUE ZEROS.
           05  WS-CTMENREM            PIC 9(05) VALUE ZEROS.
           05  WS-CTMENJA             PIC 9(05) VALUE ZEROS.
           05  WS-FS-PARCELAS         PIC X(02).
           05  WS-FS-MENSALID         PIC X(02).
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-COMPMST          PIC X(02).
           05  WS-FS-REMLOG           PIC X(02).
           05  WS-FS-REMESSA          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).

      *-----> COMPETENCIA COBRADA (MES SEGUINTE AO DA RODADA) E
      *       VALOR DO BOLETO
       01  WS-AREA-COMPETENCIA.
           05  WS-MESES-TOT           PIC 9(06).
           05  WS-ANO-COMP            PIC 9(04).
           05  WS-MES-COMP            PIC 9(02).
           05  WS-COMPETENCIA         PIC 9(06).
           05  WS-VL-BOLETO           PIC 9(08)V99.
           05  WS-VL-REMETIDO         PIC 9(11)V99 VALUE ZEROS.

      *-----> A DATA DO ACCEPT FROM DATE E AAMMDD - DESDOBRADA PARA
      *       MONTAR A COMPETENCIA (SECULO 20XX ASSUMIDO)
       01  WS-DATA-DESDOBRADA.
           05  FILLER                 PIC 9(02).
           05  WS-DD-ANO2             PIC 9(02).
           05  WS-DD-MES              PIC 9(02).
           05  WS-DD-DIA              PIC 9(02).

      *-----> VENCIMENTO DO BOLETO (AAAAMMDD)
       01  WS-VENC-BOLETO.
           05  WS-VB-ANO              PIC 9(04).
           05  WS-VB-MES              PIC 9(02).
           05  WS-VB-DIA              PIC 9(02).

      *-----> CADASTRO DE COMPRADORES (MESMO PADRAO DO CGPRG031, COM
      *       CPF E ENDERECO PARA O SACADO DO BOLETO)
       77  WS-QTDE-COMP               PIC 9(04) VALUE ZEROS.
       77  WS-CP-I                    PIC 9(04).
       77  WS-CP-IDX                  PIC 9(04).
       77  WS-CP-ACHOU                PIC X(01).
       01  WS-TAB-COMPRADORES.
           05  WS-COMPCAD  OCCURS 2000 TIMES.
               10  WS-CP-CODIGO        PIC 9(05).
               10  WS-CP-NOME          PIC X(25).
               10  WS-CP-CPF           PIC 9(11).
               10  WS-CP-ENDERECO      PIC X(30).

      *-----> VENDAS ATIVAS DO VENDAMST (LOTE -> COMPRADOR)
       77  WS-QTDE-VND                PIC 9(04) VALUE ZEROS.
       77  WS-VN-I                    PIC 9(04).
       77  WS-VN-IDX                  PIC 9(04).
       77  WS-VN-ACHOU                PIC X(01).
       01  WS-TAB-VENDAS.
           05  WS-VENDA  OCCURS 5000 TIMES.
               10  WS-VN-CEP           PIC 9(08).
               10  WS-VN-SEQ           PIC 9(03).
               10  WS-VN-COMPRADOR     PIC 9(05).

      *-----> NOSSO NUMERO PROCURADO NO REMLOG (PARCELA DE LOTE OU
      *       COBRANCA DE MENSALIDADE)
       01  WS-CHAVE-BOLETO.
           05  WS-CB-CEP              PIC 9(08).
           05  WS-CB-SEQ              PIC 9(03).
           05  WS-CB-NRPARC           PIC 9(02).

      *-----> BOLETOS DA COMPETENCIA QUE JA ESTAO NO REMLOG
       77  WS-QTDE-LOG                PIC 9(04) VALUE ZEROS.
       77  WS-RL-I                    PIC 9(04).
       77  WS-RL-ACHOU                PIC X(01).
       01  WS-TAB-REMETIDAS.
           05  WS-REMETIDA  OCCURS 9000 TIMES.
               10  WS-RL-CEP           PIC 9(08).
               10  WS-RL-SEQ           PIC 9(03).
               10  WS-RL-NRPARC        PIC 9(02).

       01  WS-SOUT-VALOR              PIC $$$.$$$.$$9,99.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG047.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG047 - REMESSA MENSAL DE BOLETOS"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
              PERFORM 050-REMETER-MENSALIDADES
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           OPEN INPUT SYSIN
           READ SYSIN
               AT END
                   DISPLAY ' * ERRO: CARTAO DE PARAMETRO AUSENTE'
                   MOVE 'S' TO WS-ABEND
                   MOVE 08  TO RETURN-CODE
           END-READ
           CLOSE SYSIN
           IF WS-ABEND NOT = 'S'
              IF WS-PARM-DIA-VENC < 01 OR WS-PARM-DIA-VENC > 28
                 DISPLAY ' * ERRO: DIA DE VENCIMENTO INVALIDO: '
                     WS-PARM-DIA-VENC
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 011-CALCULAR-COMPETENCIA
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              PERFORM 014-CARREGAR-COMPRADORES
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 016-CARREGAR-VENDAS
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 018-CARREGAR-REMLOG
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN INPUT PARCELAS
              IF WS-FS-PARCELAS NOT = '00'
                 DISPLAY ' * ERRO ABRINDO PARCELAS - FS='
                     WS-FS-PARCELAS
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
                 CLOSE CTLTOTAL
                 CLOSE EXCEPREL
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              PERFORM 019-ABRIR-REMLOG
              OPEN OUTPUT REMESSA
              MOVE SPACES           TO RM-REG-REMESSA
              MOVE '0'              TO RM-TIPO
              MOVE WS-PARM-BANCO    TO RM-H-BANCO
              MOVE WS-DATA-EXEC     TO RM-H-DATA-GER
              MOVE WS-COMPETENCIA   TO RM-H-COMPETENCIA
              WRITE RM-REG-REMESSA
              PERFORM 025-LER-PARCELA
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPETENCIA COBRADA = MES SEGUINTE AO DA RODADA; O BOLETO
      *    VENCE NO DIA DO CARTAO DESSE MES
      *--------------------------------------------------------------*
       011-CALCULAR-COMPETENCIA.

           MOVE WS-DATA-EXEC TO WS-DATA-DESDOBRADA
           COMPUTE WS-MESES-TOT =
               ((2000 + WS-DD-ANO2) * 12) + WS-DD-MES
           COMPUTE WS-ANO-COMP = WS-MESES-TOT / 12
           COMPUTE WS-MES-COMP = WS-MESES-TOT -
               (WS-ANO-COMP * 12) + 1
           COMPUTE WS-COMPETENCIA = (WS-ANO-COMP * 100) + WS-MES-COMP
           MOVE WS-ANO-COMP      TO WS-VB-ANO
           MOVE WS-MES-COMP      TO WS-VB-MES
           MOVE WS-PARM-DIA-VENC TO WS-VB-DIA
           DISPLAY 'BANCO.....................: ' WS-PARM-BANCO
           DISPLAY 'COMPETENCIA COBRADA.......: ' WS-COMPETENCIA
           DISPLAY 'VENCIMENTO DOS BOLETOS....: ' WS-VENC-BOLETO
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
      *    CARREGAR O CADASTRO DE COMPRADORES
      *--------------------------------------------------------------*
       014-CARREGAR-COMPRADORES.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT COMPMST
           IF WS-FS-COMPMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO COMPMST - FS=' WS-FS-COMPMST
                  ' - EXECUCAO CANCELADA'
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
              CLOSE CTLTOTAL
              CLOSE EXCEPREL
           ELSE
              PERFORM 015-LER-COMPRADOR UNTIL WS-FIM-AUX = 'S'
              CLOSE COMPMST
              DISPLAY ' * COMPRADORES CADASTRADOS: ' WS-QTDE-COMP
           END-IF
           .
       015-LER-COMPRADOR.

           READ COMPMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF WS-QTDE-COMP < 2000
                      ADD 1 TO WS-QTDE-COMP
                      MOVE CP-CODIGO   TO WS-CP-CODIGO   (WS-QTDE-COMP)
                      MOVE CP-NOME     TO WS-CP-NOME     (WS-QTDE-COMP)
                      MOVE CP-CPF      TO WS-CP-CPF      (WS-QTDE-COMP)
                      MOVE CP-ENDERECO TO WS-CP-ENDERECO (WS-QTDE-COMP)
                   ELSE
                      PERFORM 061-COMPMST-CHEIO
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS VENDAS ATIVAS DO VENDAMST
      *--------------------------------------------------------------*
       016-CARREGAR-VENDAS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT VENDAMST
           IF WS-FS-VENDAMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDAMST - FS=' WS-FS-VENDAMST
                  ' - EXECUCAO CANCELADA'
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
              CLOSE CTLTOTAL
              CLOSE EXCEPREL
           ELSE
              PERFORM 017-LER-VENDA UNTIL WS-FIM-AUX = 'S'
              CLOSE VENDAMST
              DISPLAY ' * VENDAS ATIVAS..........: ' WS-QTDE-VND
           END-IF
           .
       017-LER-VENDA.

           READ VENDAMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF VN-STATUS = 'ATIVA'
                      IF WS-QTDE-VND < 5000
                         ADD 1 TO WS-QTDE-VND
                         MOVE VN-CEP       TO WS-VN-CEP (WS-QTDE-VND)
                         MOVE VN-SEQ       TO WS-VN-SEQ (WS-QTDE-VND)
                         MOVE VN-COMPRADOR TO
                             WS-VN-COMPRADOR (WS-QTDE-VND)
                      ELSE
                         MOVE SPACES TO WS-CHAVE-EXC
                         STRING VN-CEP DELIMITED BY SIZE
                                '-'    DELIMITED BY SIZE
                                VN-SEQ DELIMITED BY SIZE
                           INTO WS-CHAVE-EXC
                         END-STRING
                         MOVE 'TABELA DE VENDAS CHEIA (5000)'
                             TO WS-MOTIVO-EXC
                         PERFORM 062-TABELA-CHEIA
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR DO REMLOG AS PARCELAS DA COMPETENCIA JA REMETIDAS
      *--------------------------------------------------------------*
       018-CARREGAR-REMLOG.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT REMLOG
           IF WS-FS-REMLOG NOT = '00'
              DISPLAY ' * REMLOG VAZIO OU AUSENTE - FS=' WS-FS-REMLOG
           ELSE
              PERFORM 020-LER-REMLOG UNTIL WS-FIM-AUX = 'S'
              CLOSE REMLOG
              DISPLAY ' * JA REMETIDAS NA COMPET.: ' WS-QTDE-LOG
           END-IF
           .
       020-LER-REMLOG.

           READ REMLOG
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF RL-COMPETENCIA = WS-COMPETENCIA
                      IF WS-QTDE-LOG < 9000
                         ADD 1 TO WS-QTDE-LOG
                         MOVE RL-CEP    TO WS-RL-CEP    (WS-QTDE-LOG)
                         MOVE RL-SEQ    TO WS-RL-SEQ    (WS-QTDE-LOG)
                         MOVE RL-NRPARC TO WS-RL-NRPARC (WS-QTDE-LOG)
                      ELSE
                         MOVE SPACES TO WS-CHAVE-EXC
                         STRING RL-CEP    DELIMITED BY SIZE
                                RL-SEQ    DELIMITED BY SIZE
                                RL-NRPARC DELIMITED BY SIZE
                           INTO WS-CHAVE-EXC
                         END-STRING
                         MOVE 'TABELA DO REMLOG CHEIA (9000)'
                             TO WS-MOTIVO-EXC
                         PERFORM 062-TABELA-CHEIA
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    REMLOG E PERMANENTE - SEMPRE EM EXTEND, OUTPUT NA 1A VEZ
      *    (FILE STATUS 35)
      *--------------------------------------------------------------*
       019-ABRIR-REMLOG.

           OPEN EXTEND REMLOG
           IF WS-FS-REMLOG = '35'
               OPEN OUTPUT REMLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DA PROXIMA PARCELA
      *--------------------------------------------------------------*
       025-LER-PARCELA.

           READ PARCELAS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    SELECIONAR A PARCELA EM ABERTO DA COMPETENCIA E REMETER
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF (PA-STATUS = 'ABERTA' OR PA-STATUS = 'PARCIAL') AND
              PA-VENC-ANO = WS-ANO-COMP AND PA-VENC-MES = WS-MES-COMP
              ADD 1 TO WS-CTSELEC
              MOVE PA-CEP    TO WS-CB-CEP
              MOVE PA-SEQ    TO WS-CB-SEQ
              MOVE PA-NRPARC TO WS-CB-NRPARC
              PERFORM 032-LOCALIZAR-REMETIDA
              IF WS-RL-ACHOU = 'S'
                 ADD 1 TO WS-CTJAREMET
              ELSE
                 PERFORM 034-LOCALIZAR-VENDA
                 IF WS-VN-ACHOU = 'N'
                    MOVE 'VENDA ATIVA NAO ENCONTRADA' TO
                        WS-MOTIVO-EXC
                    PERFORM 060-GRAVAR-EXCECAO
                 ELSE
                    PERFORM 036-LOCALIZAR-COMPRADOR
                    IF WS-CP-ACHOU = 'N'
                       MOVE 'COMPRADOR NAO CADASTRADO' TO
                           WS-MOTIVO-EXC
                       PERFORM 060-GRAVAR-EXCECAO
                    ELSE
                       PERFORM 040-GRAVAR-BOLETO
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-PARCELA
           .
      *--------------------------------------------------------------*
      *    BOLETO JA REMETIDO NESTA COMPETENCIA (REMLOG)?
      *--------------------------------------------------------------*
       032-LOCALIZAR-REMETIDA.

           MOVE 'N' TO WS-RL-ACHOU
           PERFORM 033-COMPARAR-REMETIDA
              VARYING WS-RL-I FROM 1 BY 1
              UNTIL WS-RL-I > WS-QTDE-LOG OR WS-RL-ACHOU = 'S'
           .
       033-COMPARAR-REMETIDA.

           IF WS-RL-CEP    (WS-RL-I) = WS-CB-CEP AND
              WS-RL-SEQ    (WS-RL-I) = WS-CB-SEQ AND
              WS-RL-NRPARC (WS-RL-I) = WS-CB-NRPARC
              MOVE 'S' TO WS-RL-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A VENDA ATIVA DO LOTE DA PARCELA
      *--------------------------------------------------------------*
       034-LOCALIZAR-VENDA.

           MOVE 'N'   TO WS-VN-ACHOU
           MOVE ZEROS TO WS-VN-IDX
           PERFORM 035-COMPARAR-VENDA
              VARYING WS-VN-I FROM 1 BY 1
              UNTIL WS-VN-I > WS-QTDE-VND OR WS-VN-ACHOU = 'S'
           .
       035-COMPARAR-VENDA.

           IF WS-VN-CEP (WS-VN-I) = PA-CEP AND
              WS-VN-SEQ (WS-VN-I) = PA-SEQ
              MOVE WS-VN-I TO WS-VN-IDX
              MOVE 'S'     TO WS-VN-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O COMPRADOR DA VENDA NO CADASTRO
      *--------------------------------------------------------------*
       036-LOCALIZAR-COMPRADOR.

           MOVE 'N'   TO WS-CP-ACHOU
           MOVE ZEROS TO WS-CP-IDX
           PERFORM 037-COMPARAR-COMPRADOR
              VARYING WS-CP-I FROM 1 BY 1
              UNTIL WS-CP-I > WS-QTDE-COMP OR WS-CP-ACHOU = 'S'
           .
       037-COMPARAR-COMPRADOR.

           IF WS-CP-CODIGO (WS-CP-I) = WS-VN-COMPRADOR (WS-VN-IDX)
              MOVE WS-CP-I TO WS-CP-IDX
              MOVE 'S'     TO WS-CP-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DETALHE DO BOLETO E O REGISTRO NO REMLOG - O
      *    BOLETO COBRA O SALDO AINDA EM ABERTO DA PARCELA, PELO
      *    VALOR ATUALIZADO COM OS ENCARGOS DE ATRASO (CGPRG048)
      *--------------------------------------------------------------*
       040-GRAVAR-BOLETO.

           COMPUTE WS-VL-BOLETO = PA-VALOR-ATUAL - PA-VALOR-PAGO

           MOVE SPACES                   TO RM-REG-REMESSA
           MOVE '1'                      TO RM-TIPO
           MOVE PA-CEP                   TO RM-CEP
           MOVE PA-SEQ                   TO RM-SEQ
           MOVE PA-NRPARC                TO RM-NRPARC
           MOVE WS-VENC-BOLETO           TO RM-VENCIMENTO
           MOVE WS-VL-BOLETO             TO RM-VALOR
           MOVE WS-CP-CODIGO (WS-CP-IDX) TO RM-COMPRADOR
           MOVE WS-CP-NOME   (WS-CP-IDX) TO RM-NOME
           MOVE WS-CP-CPF    (WS-CP-IDX) TO RM-CPF
           MOVE WS-CP-ENDERECO (WS-CP-IDX) TO RM-ENDERECO
           WRITE RM-REG-REMESSA
           ADD 1            TO WS-CTREMET
           ADD WS-VL-BOLETO TO WS-VL-REMETIDO

           MOVE PA-CEP         TO RL-CEP
           MOVE PA-SEQ         TO RL-SEQ
           MOVE PA-NRPARC      TO RL-NRPARC
           MOVE WS-COMPETENCIA TO RL-COMPETENCIA
           MOVE WS-DATA-EXEC   TO RL-DATA-ENVIO
           MOVE WS-VL-BOLETO   TO RL-VALOR
           WRITE RL-REG-REMLOG
           .
      *--------------------------------------------------------------*
      *    REMETER AS COBRANCAS DE MENSALIDADE DA COMPETENCIA - O
      *    MENSALID E OPCIONAL (SEM FATURAMENTO, NADA A REMETER)
      *--------------------------------------------------------------*
       050-REMETER-MENSALIDADES.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT MENSALID
           IF WS-FS-MENSALID NOT = '00'
              DISPLAY ' * MENSALID VAZIO OU AUSENTE - FS='
                  WS-FS-MENSALID ' - SEM MENSALIDADES NA REMESSA'
           ELSE
              PERFORM 052-LER-MENSALIDADE
              PERFORM 054-PROCESSAR-MENSALIDADE
                 UNTIL WS-FIM-AUX = 'S'
              CLOSE MENSALID
           END-IF
           .
       052-LER-MENSALIDADE.

           READ MENSALID
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTMENLIDO
           END-READ
           .
       054-PROCESSAR-MENSALIDADE.

           IF MS-VENC-ANO = WS-ANO-COMP AND MS-VENC-MES = WS-MES-COMP
              AND MS-VALOR > ZEROS
              ADD 1 TO WS-CTMENSEL
              MOVE MS-NN-CEP    TO WS-CB-CEP
              MOVE MS-NN-SEQ    TO WS-CB-SEQ
              MOVE MS-NN-NRPARC TO WS-CB-NRPARC
              PERFORM 032-LOCALIZAR-REMETIDA
              IF WS-RL-ACHOU = 'S'
                 ADD 1 TO WS-CTMENJA
              ELSE
                 PERFORM 056-GRAVAR-BOLETO-MENSAL
              END-IF
           END-IF

           PERFORM 052-LER-MENSALIDADE
           .
      *--------------------------------------------------------------*
      *    GRAVAR O BOLETO DA MENSALIDADE E O REGISTRO NO REMLOG - O
      *    SACADO E O ALUNO (SEM CODIGO DE COMPRADOR, CPF OU
      *    ENDERECO NO CADASTRO ACADEMICO)
      *--------------------------------------------------------------*
       056-GRAVAR-BOLETO-MENSAL.

           MOVE MS-VALOR                 TO WS-VL-BOLETO

           MOVE SPACES                   TO RM-REG-REMESSA
           MOVE '1'                      TO RM-TIPO
           MOVE MS-NN-CEP                TO RM-CEP
           MOVE MS-NN-SEQ                TO RM-SEQ
           MOVE MS-NN-NRPARC             TO RM-NRPARC
           MOVE MS-VENCIMENTO            TO RM-VENCIMENTO
           MOVE WS-VL-BOLETO             TO RM-VALOR
           MOVE ZEROS                    TO RM-COMPRADOR
           MOVE MS-NOME                  TO RM-NOME
           MOVE ZEROS                    TO RM-CPF
           MOVE SPACES                   TO RM-ENDERECO
           WRITE RM-REG-REMESSA
           ADD 1            TO WS-CTREMET
           ADD 1            TO WS-CTMENREM
           ADD WS-VL-BOLETO TO WS-VL-REMETIDO

           MOVE MS-NN-CEP      TO RL-CEP
           MOVE MS-NN-SEQ      TO RL-SEQ
           MOVE MS-NN-NRPARC   TO RL-NRPARC
           MOVE WS-COMPETENCIA TO RL-COMPETENCIA
           MOVE WS-DATA-EXEC   TO RL-DATA-ENVIO
           MOVE WS-VL-BOLETO   TO RL-VALOR
           WRITE RL-REG-REMLOG
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PARCELA NAO REMETIDA NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * PARCELA NAO REMETIDA - LOTE: ' PA-CEP
               '/' PA-SEQ ' PARCELA: ' PA-NRPARC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG047'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE SPACES          TO EX-CHAVE
           STRING PA-CEP    DELIMITED BY SIZE
                  PA-SEQ    DELIMITED BY SIZE
                  PA-NRPARC DELIMITED BY SIZE
             INTO EX-CHAVE
           END-STRING
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    COMPMST COM MAIS COMPRADORES QUE A TABELA (2000, O LIMITE
      *    DO CGPRG050) - CANCELA A REMESSA EM VEZ DE DEIXAR SEM
      *    BOLETO OS COMPRADORES EXCEDENTES
      *--------------------------------------------------------------*
       061-COMPMST-CHEIO.

           DISPLAY ' * TABELA DE COMPRADORES CHEIA (2000) - COMPMST'
               ' COM MAIS REGISTROS - EXECUCAO CANCELADA'
           MOVE 'S'             TO WS-ABEND
           MOVE 08              TO RETURN-CODE
           MOVE 'S'             TO WS-FIM-AUX
           MOVE 'CGPRG047'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE CP-CODIGO       TO EX-CHAVE
           MOVE 'TABELA COMPMST CHEIA (2000)' TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL
           .
      *--------------------------------------------------------------*
      *    VENDAS ATIVAS OU REMETIDAS DA COMPETENCIA ALEM DA TABELA -
      *    CANCELA A REMESSA: VENDA FORA DA TABELA DEIXARIA PARCELA
      *    SEM BOLETO E REMETIDA FORA DA TABELA SERIA REMETIDA DE NOVO
      *--------------------------------------------------------------*
       062-TABELA-CHEIA.

           DISPLAY ' * ' WS-MOTIVO-EXC ' - EXECUCAO CANCELADA'
           MOVE 'S'             TO WS-ABEND
           MOVE 08              TO RETURN-CODE
           MOVE 'S'             TO WS-FIM-AUX
           MOVE 'CGPRG047'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - TRAILER DA REMESSA E TOTAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           MOVE SPACES         TO RM-REG-REMESSA
           MOVE '9'            TO RM-TIPO
           MOVE WS-CTREMET     TO RM-T-QTDREG
           MOVE WS-VL-REMETIDO TO RM-T-HASH
           WRITE RM-REG-REMESSA

           IF WS-CTLIDO = ZEROS AND WS-CTMENLIDO = ZEROS
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTINVALID > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF

           MOVE 'CGPRG047'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS LIDAS'                TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG047'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS DA COMPETENCIA'       TO CT-DESCRICAO
           MOVE WS-CTSELEC           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG047'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'BOLETOS REMETIDOS'             TO CT-DESCRICAO
           MOVE WS-CTREMET           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG047'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'VALOR REMETIDO (REAIS)'        TO CT-DESCRICAO
           MOVE WS-VL-REMETIDO       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG047'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS JA REMETIDAS'         TO CT-DESCRICAO
           MOVE WS-CTJAREMET         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG047'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'PARCELAS REJEITADAS'           TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG047'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'MENSALIDADES DA COMPETENCIA'   TO CT-DESCRICAO
           MOVE WS-CTMENSEL          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG047'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'MENSALIDADES REMETIDAS'        TO CT-DESCRICAO
           MOVE WS-CTMENREM          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG047'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'MENSALIDADES JA REMETIDAS'     TO CT-DESCRICAO
           MOVE WS-CTMENJA           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           IF WS-FS-PARCELAS = '00' OR WS-FS-PARCELAS = '10'
              CLOSE PARCELAS
           END-IF
           CLOSE REMESSA
           CLOSE REMLOG
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           MOVE WS-VL-REMETIDO TO WS-SOUT-VALOR
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG047        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PARCELAS LIDAS.........: ' WS-CTLIDO
           DISPLAY ' * PARCELAS DA COMPETENCIA: ' WS-CTSELEC
           DISPLAY ' * BOLETOS REMETIDOS......: ' WS-CTREMET
           DISPLAY ' * VALOR REMETIDO.........: ' WS-SOUT-VALOR
           DISPLAY ' * PARCELAS JA REMETIDAS..: ' WS-CTJAREMET
           DISPLAY ' * PARCELAS REJEITADAS....: ' WS-CTINVALID
           DISPLAY ' * MENSALIDADES DA COMPET.: ' WS-CTMENSEL
           DISPLAY ' * MENSALIDADES REMETIDAS.: ' WS-CTMENREM
           DISPLAY ' * MENSALIDADES JA REMET..: ' WS-CTMENJA
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG047        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG047 <-------------------*
