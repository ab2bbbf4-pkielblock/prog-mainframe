      *    'TRENDJRN' - JORNAL DO TRENDACU 67 -> 75 (IDEM)           *
      *    'RUNCTL  ' - CONTROLE DE EXECUCAO 26 -> 42 (HORAS DE      *
      *                 INICIO/FIM ZERADAS NOS REGISTROS ANTIGOS)    *
      *    'PARCELAS' - CARNE DE PARCELAS 37 -> 73 (DATA E VALOR     *
      *                 PAGO ZERADOS - NADA FOI BAIXADO ANTES DO     *
      *                 CGPRG046; VALOR ATUALIZADO IGUAL AO VALOR    *
      *                 DE FACE - NENHUM ENCARGO FOI CALCULADO ANTES *
      *                 DO CGPRG048)                                 *
      *    'VENDAMST' - REGISTRO DE VENDAS 59 -> 77 (DATA E ENTRADA  *
      *                 DE RENEGOCIACAO ZERADAS - NENHUMA VENDA FOI  *
      *                 RENEGOCIADA ANTES DO CGPRG051)               *
      *    'CIDTREND' - TENDENCIA POR CIDADE 37 -> 47 (CIDTVELH,     *
      *                 REPRO DO CLUSTER ANTIGO, PARA O KSDS NOVO);  *
      *                 VEICULOS E BAFOMETRO ZERADOS NOS MESES       *
      *                 ANTIGOS - O CGPRG007 NAO OS GUARDAVA         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT RUNCNOVO  ASSIGN TO "RUNCNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCNOVO.
           SELECT PARCVELH  ASSIGN TO "PARCVELH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCVELH.
           SELECT PARCNOVO  ASSIGN TO "PARCNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCNOVO.
           SELECT VENDVELH  ASSIGN TO "VENDVELH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VENDVELH.
           SELECT VENDNOVO  ASSIGN TO "VENDNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VENDNOVO.
           SELECT CIDTVELH  ASSIGN TO "CIDTVELH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CIDTVELH.
           SELECT CIDTREND  ASSIGN TO "CIDTREND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-FS-CIDTREND.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.
           05  RN-HORA-INI            PIC 9(08).
           05  RN-HORA-FIM            PIC 9(08).

      *-----> CARNE DE PARCELAS - LAYOUT ANTIGO (37) E NOVO (73,
      *       COM A DATA E O VALOR PAGO E O VALOR ATUALIZADO E A
      *       DATA DO CALCULO DE ENCARGOS NO FIM)
       FD  PARCVELH
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARC-VELHO          PIC X(37).

       FD  PARCNOVO
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARC-NOVO.
           05  PN-CORPO.
               10  FILLER             PIC X(19).
               10  PN-VALOR           PIC 9(08)V99.
               10  FILLER             PIC X(08).
           05  PN-DATA-PAGTO          PIC 9(08).
           05  PN-VALOR-PAGO          PIC 9(08)V99.
           05  PN-VALOR-ATUAL         PIC 9(08)V99.
           05  PN-DATA-ATUALIZ        PIC 9(08).

      *-----> REGISTRO DE VENDAS - LAYOUT ANTIGO (59) E NOVO (77,
      *       COM A DATA E A ENTRADA DA RENEGOCIACAO NO FIM)
       FD  VENDVELH
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-VEND-VELHO          PIC X(59).

       FD  VENDNOVO
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-VEND-NOVO.
           05  VV-CORPO               PIC X(59).
           05  VV-DATA-RENEG          PIC 9(08).
           05  VV-ENTR-RENEG          PIC 9(08)V99.

      *-----> TENDENCIA POR CIDADE NO LAYOUT ANTIGO DE 37 BYTES
      *       (REPRO SEQUENCIAL DO CLUSTER ANTIGO, FEITO PELO IDCAMS
      *       DO JOB) E O KSDS NOVO DE 47
       FD  CIDTVELH
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-CIDT-VELHO          PIC X(37).

       FD  CIDTREND
           LABEL RECORDS ARE STANDARD.
           COPY CGCIDTRN.

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.
           05  WS-FS-JRNTNOVO         PIC X(02).
           05  WS-FS-RUNCVELH         PIC X(02).
           05  WS-FS-RUNCNOVO         PIC X(02).
           05  WS-FS-PARCVELH         PIC X(02).
           05  WS-FS-PARCNOVO         PIC X(02).
           05  WS-FS-VENDVELH         PIC X(02).
           05  WS-FS-VENDNOVO         PIC X(02).
           05  WS-FS-CIDTVELH         PIC X(02).
           05  WS-FS-CIDTREND         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
      *
                      PERFORM 060-CONVERTER-TRENDJRN
                  WHEN 'RUNCTL'
                      PERFORM 075-CONVERTER-RUNCTL
                  WHEN 'PARCELAS'
                      PERFORM 091-CONVERTER-PARCELAS
                  WHEN 'VENDAMST'
                      PERFORM 094-CONVERTER-VENDAMST
                  WHEN 'CIDTREND'
                      PERFORM 097-CONVERTER-CIDTREND
                  WHEN OTHER
                      DISPLAY ' * DATASET INVALIDO NO CARTAO: '
                          WS-PARM-DATASET
           DISPLAY ' *      TERMINO NORMAL DO CGPRG045        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    CONVERSAO DO PARCELAS - 37 -> 73 BYTES; AS PARCELAS
      *    ANTIGAS FICAM SEM PAGAMENTO (DATA E VALOR PAGO ZERADOS) -
      *    A PRIMEIRA BAIXA DO CGPRG046 AS ATUALIZA - E SEM ENCARGO
      *    (VALOR ATUALIZADO = VALOR DE FACE) ATE O CGPRG048 RODAR
      *--------------------------------------------------------------*
       091-CONVERTER-PARCELAS.

           OPEN INPUT PARCVELH
           IF WS-FS-PARCVELH NOT = '00'
              DISPLAY ' * ERRO ABRINDO PARCVELH - FS=' WS-FS-PARCVELH
              MOVE 08 TO RETURN-CODE
           ELSE
              OPEN OUTPUT PARCNOVO
              PERFORM 092-LER-PARC-VELHO
              PERFORM 093-GRAVAR-PARC UNTIL WS-FIM = 'S'
              CLOSE PARCVELH
              CLOSE PARCNOVO
           END-IF
           .
       092-LER-PARC-VELHO.

           READ PARCVELH
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
       093-GRAVAR-PARC.

           MOVE WS-REG-PARC-VELHO TO PN-CORPO
           MOVE ZEROS             TO PN-DATA-PAGTO
           MOVE ZEROS             TO PN-VALOR-PAGO
           MOVE PN-VALOR          TO PN-VALOR-ATUAL
           MOVE ZEROS             TO PN-DATA-ATUALIZ
           WRITE WS-REG-PARC-NOVO
           ADD 1 TO WS-CTGRAVADO

           PERFORM 092-LER-PARC-VELHO
           .
      *--------------------------------------------------------------*
      *    CONVERSAO DO VENDAMST - 59 -> 77 BYTES; AS VENDAS ANTIGAS
      *    FICAM SEM RENEGOCIACAO (DATA E ENTRADA ZERADAS)
      *--------------------------------------------------------------*
       094-CONVERTER-VENDAMST.

           OPEN INPUT VENDVELH
           IF WS-FS-VENDVELH NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDVELH - FS=' WS-FS-VENDVELH
              MOVE 08 TO RETURN-CODE
           ELSE
              OPEN OUTPUT VENDNOVO
              PERFORM 095-LER-VEND-VELHO
              PERFORM 096-GRAVAR-VEND UNTIL WS-FIM = 'S'
              CLOSE VENDVELH
              CLOSE VENDNOVO
           END-IF
           .
       095-LER-VEND-VELHO.

           READ VENDVELH
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
       096-GRAVAR-VEND.

           MOVE WS-REG-VEND-VELHO TO VV-CORPO
           MOVE ZEROS             TO VV-DATA-RENEG
           MOVE ZEROS             TO VV-ENTR-RENEG
           WRITE WS-REG-VEND-NOVO
           ADD 1 TO WS-CTGRAVADO

           PERFORM 095-LER-VEND-VELHO
           .
      *--------------------------------------------------------------*
      *    CONVERSAO DO CIDTREND - DO REPRO SEQUENCIAL DE 37 BYTES
      *    PARA O KSDS NOVO DE 47; OS MESES ANTIGOS FICAM COM
      *    VEICULOS E BAFOMETRO ZERADOS (O CGPRG007 SO PASSA A
      *    ACUMULA-LOS DAQUI EM DIANTE)
      *--------------------------------------------------------------*
       097-CONVERTER-CIDTREND.

           OPEN INPUT CIDTVELH
           IF WS-FS-CIDTVELH NOT = '00'
              DISPLAY ' * ERRO ABRINDO CIDTVELH - FS=' WS-FS-CIDTVELH
              MOVE 08 TO RETURN-CODE
           ELSE
              OPEN OUTPUT CIDTREND
              CLOSE CIDTREND
              OPEN I-O CIDTREND
              PERFORM 098-LER-CIDT-VELHO
              PERFORM 099-GRAVAR-CIDT UNTIL WS-FIM = 'S'
              CLOSE CIDTVELH
              CLOSE CIDTREND
           END-IF
           .
       098-LER-CIDT-VELHO.

           READ CIDTVELH
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
       099-GRAVAR-CIDT.

           MOVE WS-REG-CIDT-VELHO TO TC-REG-CIDTREND
           MOVE ZEROS             TO TC-QTDVEICULOS
           MOVE ZEROS             TO TC-QTDBAFOM
           WRITE TC-REG-CIDTREND
               INVALID KEY
                   ADD 1 TO WS-CTDUPLIC
                   DISPLAY ' * CIDADE/MES DUPLICADO NO REPRO: '
                       TC-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WS-CTGRAVADO
           END-WRITE

           PERFORM 098-LER-CIDT-VELHO
           .
      *---------------> FIM DO PROGRAMA CGPRG045 <-------------------*
