      *    VENDIDO E GERA O CARNE DE PARCELAS (PARCELAS) PARA O       *
      *    FATURAMENTO, COM VENCIMENTO MENSAL A PARTIR DO MES         *
      *    SEGUINTE AO DA VENDA.                                      *
      *    A COMISSAO DO VENDEDOR E GERADA AQUI, SOBRE O PRECO        *
      *    NEGOCIADO (VT-PRECO) - PERCENTUAL PROPRIO DO CADASTRO      *
      *    VENDMST (VD-COM-PCT) OU, ZERADO, O DA FAIXA DO ARQUIVO     *
      *    FAIXAS PELO PRECO DA VENDA. O VALOR FICA EM LM-COMISSAO    *
      *    (E O QUE O CGPRG035 ESTORNA NO CANCELAMENTO) E VAI PARA A  *
      *    FOLHA NA INTERFACE COMISPAG: UM REGISTRO TIPO D POR        *
      *    VENDEDOR E UM TIPO T COM QUANTIDADE E HASH.                *
      *    LOTE RESERVADO QUE E VENDIDO VAI PARA O LOG DE RESERVAS    *
      *    (RESERLOG) COMO RESERVA CONVERTIDA EM VENDA.               *
      *    A TABELA DE VENDEDORES DA INTERFACE TEM 500 POSICOES; A    *
      *    COMISSAO DE VENDEDOR QUE NAO CABE NELA VAI PARA O EXCEPREL *
      *    (RC 04) PARA SER LANCADA A MAO NA FOLHA.                   *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT PARCELAS  ASSIGN TO "PARCELAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCELAS.
           SELECT VENDMST   ASSIGN TO "VENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VD-COD
               FILE STATUS IS WS-FS-VENDMST.
           SELECT FAIXAS    ASSIGN TO "FAIXAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FAIXAS.
           SELECT COMISPAG  ASSIGN TO "COMISPAG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMISPAG.
           SELECT RESERLOG  ASSIGN TO "RESERLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RESERLOG.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.
           LABEL RECORDS ARE STANDARD.
           COPY CGPARCEL.

       FD  VENDMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDMS.

      *-----> FAIXAS DE COMISSAO POR VALOR DE VENDA - O MESMO ARQUIVO
      *       LIDO PELO CGPRG004 NA AVALIACAO
       FD  FAIXAS
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-FAIXA-IN.
           05  FX-LIMITE           PIC 9(08)V99.
           05  FX-COM-PCT          PIC 9V99.
           05  FX-MENSAGEM         PIC X(12).

      *-----> INTERFACE DE PAGAMENTO DE COMISSAO PARA A FOLHA - UM
      *       REGISTRO TIPO D POR VENDEDOR COM COMISSAO NAS VENDAS DO
      *       RUN E UM REGISTRO TIPO T NO FIM COM A QUANTIDADE DE
      *       DETALHES E O HASH (SOMA DAS COMISSOES) PARA A FOLHA
      *       CONFERIR
       FD  COMISPAG
           LABEL RECORDS ARE STANDARD.
       01  PG-REG-DETALHE.
           05  PG-TIPO             PIC X(01).
           05  PG-COD-VEND         PIC 9(04).
           05  PG-COMISSAO         PIC 9(08)V99.
           05  PG-QTDLOTES         PIC 9(05).
           05  PG-DATA-REF         PIC 9(08).
           05  FILLER              PIC X(12).
       01  PG-REG-TRAILER.
           05  PG-T-TIPO           PIC X(01).
           05  PG-T-QTDREG         PIC 9(06).
           05  PG-T-HASH           PIC 9(11)V99.
           05  PG-T-DATA-REF       PIC 9(08).
           05  FILLER              PIC X(12).

       FD  RESERLOG
           LABEL RECORDS ARE STANDARD.
           COPY CGRESLOG.

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.
           05  WS-CTVENDAS            PIC 9(04) VALUE ZEROS.
           05  WS-CTPARCELAS          PIC 9(05) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMCOMIS          PIC 9(04) VALUE ZEROS.
           05  WS-FS-LOTEMST          PIC X(02).
           05  WS-FS-COMPMST          PIC X(02).
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-PARCELAS         PIC X(02).
           05  WS-FS-VENDMST          PIC X(02).
           05  WS-FS-FAIXAS           PIC X(02).
           05  WS-FS-COMISPAG         PIC X(02).
           05  WS-FS-RESERLOG         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-STATUS-ANT          PIC X(10).
           05  WS-DATA-RES-ANT        PIC 9(08).

      *-----> TABELA DE FAIXAS DE COMISSAO, POR VALOR DE VENDA ATE O
      *       LIMITE DA FAIXA (A ULTIMA FAIXA E A MAIS ALTA) -
      *       CARREGADA EM 016-CARREGAR-FAIXAS (MESMO PADRAO DO
      *       CGPRG004)
       77  WS-FIM-FAIXA               PIC X(01) VALUE 'N'.
       77  WS-QTDE-FAIXA              PIC 9     VALUE ZEROS.
       77  WS-IDX-FAIXA               PIC 9.
       01  WS-TAB-FAIXAS.
           05  WS-FAIXA  OCCURS 4 TIMES.
               10  WS-F-LIMITE         PIC 9(08)V99.
               10  WS-F-COM-PCT        PIC 9V99.
               10  WS-F-MENSAGEM       PIC X(12).

      *-----> COMISSAO DA VENDA E ACUMULO POR VENDEDOR PARA A
      *       INTERFACE COMISPAG
       77  WS-TEM-VENDMST             PIC X(01) VALUE 'N'.
       77  WS-COMISSAO                PIC 9(07)V99.
       77  WS-TOTCOMIS                PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTDE-VEND               PIC 9(03) VALUE ZEROS.
       77  WS-V-I                     PIC 9(03).
       77  WS-V-IDX                   PIC 9(03).
       77  WS-V-ACHOU                 PIC X(01).
       77  WS-PG-QTDREG               PIC 9(06) VALUE ZEROS.
       77  WS-PG-HASH                 PIC 9(11)V99 VALUE ZEROS.
       01  WS-TAB-VENDEDORES.
           05  WS-TAB-VENDEDOR  OCCURS 500 TIMES.
               10  WS-V-COD             PIC 9(04).
               10  WS-V-QTDLOTES        PIC 9(05).
               10  WS-V-TOTCOMIS        PIC 9(08)V99.

      *-----> TABELA DO CADASTRO DE COMPRADORES, CARREGADA EM
      *       005-CARREGAR-COMPRADORES (MESMO PADRAO DO VENDMST NO
      *       CGPRG004)
       77  WS-FIM-COMP                PIC X(01) VALUE 'N'.
       77  WS-COMP-CHEIO              PIC X(01) VALUE 'N'.
       77  WS-QTDE-COMP               PIC 9(04) VALUE ZEROS.
       77  WS-CP-I                    PIC 9(04).
       77  WS-CP-IDX                  PIC 9(04).
       77  WS-CP-ACHOU                PIC X(01).
       01  WS-TAB-COMPRADORES.
           05  WS-COMPCAD  OCCURS 2000 TIMES.
               10  WS-CP-CODIGO        PIC 9(05).
               10  WS-CP-NOME          PIC X(25).
               10  WS-CP-ATIVO         PIC X(01).
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           OPEN INPUT SYSIN
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 005-CARREGAR-COMPRADORES
           PERFORM 014-ABRIR-VENDAMST
           PERFORM 015-ABRIR-PARCELAS
           PERFORM 016-CARREGAR-FAIXAS
           PERFORM 018-ABRIR-VENDMST
           PERFORM 019-ABRIR-RESERLOG
           OPEN OUTPUT COMISPAG
           OPEN I-O LOTEMST
           IF WS-FS-LOTEMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO LOTEMST - FS=' WS-FS-LOTEMST
              MOVE 'S' TO WS-FIM
              MOVE 08  TO RETURN-CODE
           ELSE
              IF WS-COMP-CHEIO = 'S'
                 MOVE 'S' TO WS-FIM
                 MOVE 08  TO RETURN-CODE
              ELSE
                 PERFORM 025-LER-SYSIN
              END-IF
           END-IF
           .
       012-ABRIR-CTLTOTAL.
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOG DE RESERVAS - PERMANENTE, SEMPRE EM EXTEND, OUTPUT NA
      *    1A VEZ (FILE STATUS 35)
      *--------------------------------------------------------------*
       019-ABRIR-RESERLOG.

           OPEN EXTEND RESERLOG
           IF WS-FS-RESERLOG = '35'
               OPEN OUTPUT RESERLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    VENDAMST E PARCELAS SAO PERMANENTES - SEMPRE EM EXTEND,
      *    OUTPUT NA 1A VEZ (FILE STATUS 35)
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR A TABELA DE FAIXAS DE COMISSAO - SEM O ARQUIVO SO
      *    VENDEDOR COM PERCENTUAL PROPRIO GERA COMISSAO
      *--------------------------------------------------------------*
       016-CARREGAR-FAIXAS.

           OPEN INPUT FAIXAS
           IF WS-FS-FAIXAS NOT = '00'
              DISPLAY ' * ERRO ABRINDO FAIXAS - FS=' WS-FS-FAIXAS
           ELSE
              PERFORM 017-LER-FAIXA UNTIL WS-FIM-FAIXA = 'S'
                 OR WS-QTDE-FAIXA = 4
              CLOSE FAIXAS
           END-IF
           IF WS-QTDE-FAIXA = ZEROS
              DISPLAY ' * ERRO: ARQUIVO FAIXAS SEM FAIXAS VALIDAS'
           END-IF
           .
       017-LER-FAIXA.

           READ FAIXAS
               AT END
                   MOVE 'S' TO WS-FIM-FAIXA
               NOT AT END
                   ADD 1 TO WS-QTDE-FAIXA
                   MOVE FX-LIMITE    TO WS-F-LIMITE   (WS-QTDE-FAIXA)
                   MOVE FX-COM-PCT   TO WS-F-COM-PCT  (WS-QTDE-FAIXA)
                   MOVE FX-MENSAGEM  TO WS-F-MENSAGEM (WS-QTDE-FAIXA)
           END-READ
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO DE VENDEDORES (VSAM DO CGPRG037) PARA
      *    LEITURA POR CHAVE - SEM O ARQUIVO VALE SO O PERCENTUAL DA
      *    FAIXA, MAS AVISA
      *--------------------------------------------------------------*
       018-ABRIR-VENDMST.

           OPEN INPUT VENDMST
           IF WS-FS-VENDMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDMST - FS=' WS-FS-VENDMST
                  ' - PERCENTUAL PROPRIO DO VENDEDOR NAO APLICADO'
           ELSE
              MOVE 'S' TO WS-TEM-VENDMST
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CADASTRO DE COMPRADORES - SEM O ARQUIVO NENHUMA
      *    VENDA E ACEITA (VENDER PARA COMPRADOR DESCONHECIDO E PIOR
      *    QUE NAO VENDER)
                  ' - TODAS AS VENDAS SERAO REJEITADAS'
           ELSE
              PERFORM 006-LER-COMPRADOR UNTIL WS-FIM-COMP = 'S'
              CLOSE COMPMST
              DISPLAY ' * COMPRADORES CADASTRADOS: ' WS-QTDE-COMP
           END-IF
               AT END
                   MOVE 'S' TO WS-FIM-COMP
               NOT AT END
                   IF WS-QTDE-COMP < 2000
                      ADD 1 TO WS-QTDE-COMP
                      MOVE CP-CODIGO TO WS-CP-CODIGO (WS-QTDE-COMP)
                      MOVE CP-NOME   TO WS-CP-NOME   (WS-QTDE-COMP)
                      MOVE CP-ATIVO  TO WS-CP-ATIVO  (WS-QTDE-COMP)
                   ELSE
                      PERFORM 007-COMPMST-CHEIO
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    COMPMST COM MAIS COMPRADORES QUE A TABELA (2000, O LIMITE
      *    DO CGPRG050) - CANCELA A EXECUCAO EM VEZ DE SEGUIR SEM OS
      *    COMPRADORES EXCEDENTES
      *--------------------------------------------------------------*
       007-COMPMST-CHEIO.

           DISPLAY ' * TABELA DE COMPRADORES CHEIA (2000) - COMPMST'
               ' COM MAIS REGISTROS - EXECUCAO CANCELADA'
           MOVE 'S'             TO WS-COMP-CHEIO
           MOVE 'S'             TO WS-FIM-COMP
           MOVE 'CGPRG031'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE CP-CODIGO       TO EX-CHAVE
           MOVE 'TABELA COMPMST CHEIA (2000)' TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O COMPRADOR DA TRANSACAO NO CADASTRO
      *--------------------------------------------------------------*
       008-LOCALIZAR-COMPRADOR.
      *--------------------------------------------------------------*
       040-EFETIVAR-VENDA.

           PERFORM 041-CALCULAR-COMISSAO
           MOVE LM-STATUS       TO WS-STATUS-ANT
           MOVE LM-DATA-RESERVA TO WS-DATA-RES-ANT
           MOVE 'VENDIDO'   TO LM-STATUS
           MOVE ZEROS       TO LM-DATA-RESERVA
           MOVE WS-COMISSAO TO LM-COMISSAO
           REWRITE LM-REG-LOTE
               INVALID KEY
                   DISPLAY ' * ERRO REGRAVANDO LOTE: ' VT-CEP '/'
                   ADD 1 TO WS-CTVENDAS
                   PERFORM 045-GRAVAR-VENDA
                   PERFORM 050-GERAR-PARCELAS
                   PERFORM 043-ACUMULAR-VENDEDOR
                   IF WS-STATUS-ANT = 'RESERVADO'
                      PERFORM 046-REGISTRAR-CONVERSAO
                   END-IF
                   MOVE VT-PRECO TO WS-SOUT-VALOR
                   DISPLAY ' * VENDA REGISTRADA - LOTE ' VT-CEP '/'
                       VT-SEQ ' COMPRADOR ' VT-COMPRADOR
                       ' EM ' VT-QTDPARC ' PARCELAS'
           END-REWRITE
           .
      *--------------------------------------------------------------*
      *    RESERVA QUE VIROU VENDA - REGISTRO 'V' NO RESERLOG
      *--------------------------------------------------------------*
       046-REGISTRAR-CONVERSAO.

           MOVE SPACES          TO RL-REG-RESERVA
           MOVE 'V'             TO RL-TIPO
           MOVE LM-CEP          TO RL-CEP
           MOVE LM-SEQ          TO RL-SEQ
           MOVE LM-VEND         TO RL-VEND
           MOVE WS-DATA-EXEC    TO RL-DATA
           MOVE WS-DATA-RES-ANT TO RL-DATA-RESERVA
           MOVE 'CGPRG031'      TO RL-PROGRAMA
           WRITE RL-REG-RESERVA
           .
      *--------------------------------------------------------------*
      *    COMISSAO DA VENDA SOBRE O PRECO NEGOCIADO - PERCENTUAL DA
      *    FAIXA DO PRECO, SUBSTITUIDO PELO PERCENTUAL PROPRIO DO
      *    VENDEDOR QUANDO O CADASTRO TRAZ VD-COM-PCT NAO ZERADO
      *--------------------------------------------------------------*
       041-CALCULAR-COMISSAO.

           MOVE ZEROS TO WS-COMISSAO
           IF WS-QTDE-FAIXA > ZEROS
              PERFORM 042-TESTAR-FAIXA
                 VARYING WS-IDX-FAIXA FROM 1 BY 1
                 UNTIL WS-IDX-FAIXA > WS-QTDE-FAIXA
                    OR VT-PRECO <= WS-F-LIMITE (WS-IDX-FAIXA)
              IF WS-IDX-FAIXA > WS-QTDE-FAIXA
                 MOVE WS-QTDE-FAIXA TO WS-IDX-FAIXA
              END-IF
              COMPUTE WS-COMISSAO = VT-PRECO *
                      WS-F-COM-PCT (WS-IDX-FAIXA)
           END-IF

           IF WS-TEM-VENDMST = 'S'
              MOVE LM-VEND TO VD-COD
              READ VENDMST
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF VD-COM-PCT > ZEROS
                         COMPUTE WS-COMISSAO = VT-PRECO * VD-COM-PCT
                      END-IF
              END-READ
           END-IF
           .
       042-TESTAR-FAIXA.

           CONTINUE
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A COMISSAO DA VENDA NO VENDEDOR DO LOTE
      *--------------------------------------------------------------*
       043-ACUMULAR-VENDEDOR.

           ADD WS-COMISSAO TO WS-TOTCOMIS
           MOVE 'N' TO WS-V-ACHOU
           PERFORM 044-COMPARAR-VENDEDOR
              VARYING WS-V-I FROM 1 BY 1
              UNTIL WS-V-I > WS-QTDE-VEND OR WS-V-ACHOU = 'S'
           IF WS-V-ACHOU = 'N'
              IF WS-QTDE-VEND < 500
                 ADD 1 TO WS-QTDE-VEND
                 MOVE WS-QTDE-VEND TO WS-V-IDX
                 MOVE LM-VEND      TO WS-V-COD      (WS-V-IDX)
                 MOVE ZEROS        TO WS-V-QTDLOTES (WS-V-IDX)
                 MOVE ZEROS        TO WS-V-TOTCOMIS (WS-V-IDX)
                 MOVE 'S'          TO WS-V-ACHOU
              ELSE
                 PERFORM 062-GRAVAR-EXCECAO-COMISSAO
              END-IF
           END-IF
           IF WS-V-ACHOU = 'S'
              ADD 1           TO WS-V-QTDLOTES (WS-V-IDX)
              ADD WS-COMISSAO TO WS-V-TOTCOMIS (WS-V-IDX)
           END-IF
           .
       044-COMPARAR-VENDEDOR.

           IF WS-V-COD (WS-V-I) = LM-VEND
              MOVE WS-V-I TO WS-V-IDX
              MOVE 'S'    TO WS-V-ACHOU
           END-IF
           .
       045-GRAVAR-VENDA.

           MOVE VT-CEP        TO VN-CEP
           MOVE WS-DATA-EXEC  TO VN-DATA
           MOVE LM-VEND       TO VN-VEND
           MOVE 'ATIVA'       TO VN-STATUS
           MOVE ZEROS         TO VN-DATA-RENEG
           MOVE ZEROS         TO VN-ENTR-RENEG
           WRITE VN-REG-VENDA
           .
      *--------------------------------------------------------------*
              MOVE WS-VAL-PARCELA TO PA-VALOR
           END-IF
           MOVE 'ABERTA'     TO PA-STATUS
           MOVE ZEROS        TO PA-DATA-PAGTO
           MOVE ZEROS        TO PA-VALOR-PAGO
           MOVE PA-VALOR     TO PA-VALOR-ATUAL
           MOVE ZEROS        TO PA-DATA-ATUALIZ
           WRITE PA-REG-PARCELA
           ADD 1 TO WS-CTPARCELAS
           .
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    VENDA FEITA CUJA COMISSAO NAO CABE NA TABELA DE VENDEDORES
      *    (500) - FICA FORA DO COMISPAG E VAI PARA O EXCEPREL
      *--------------------------------------------------------------*
       062-GRAVAR-EXCECAO-COMISSAO.

           ADD 1 TO WS-CTSEMCOMIS
           DISPLAY ' * TABELA DE VENDEDORES CHEIA (500) - COMISSAO DE '
               VT-CEP '/' VT-SEQ ' NAO ENTRA NA INTERFACE'

           MOVE 'CGPRG031'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE SPACES          TO EX-CHAVE
           STRING VT-CEP DELIMITED BY SIZE
                  '-'    DELIMITED BY SIZE
                  VT-SEQ DELIMITED BY SIZE
             INTO EX-CHAVE
           END-STRING
           MOVE 'COMISSAO FORA DO COMISPAG' TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    INTERFACE DE PAGAMENTO - UM DETALHE POR VENDEDOR E O
      *    TRAILER COM QUANTIDADE DE DETALHES E HASH DAS COMISSOES
      *--------------------------------------------------------------*
       070-GRAVAR-COMISPAG.

           PERFORM 071-GRAVAR-DETALHE-COMISPAG
              VARYING WS-V-I FROM 1 BY 1
              UNTIL WS-V-I > WS-QTDE-VEND
           MOVE 'T'          TO PG-T-TIPO
           MOVE WS-PG-QTDREG TO PG-T-QTDREG
           MOVE WS-PG-HASH   TO PG-T-HASH
           MOVE WS-DATA-EXEC TO PG-T-DATA-REF
           WRITE PG-REG-TRAILER
           DISPLAY ' * INTERFACE COMISPAG GRAVADA - DETALHES: '
               WS-PG-QTDREG
           .
       071-GRAVAR-DETALHE-COMISPAG.

           MOVE 'D'                     TO PG-TIPO
           MOVE WS-V-COD (WS-V-I)       TO PG-COD-VEND
           MOVE WS-V-TOTCOMIS (WS-V-I)  TO PG-COMISSAO
           MOVE WS-V-QTDLOTES (WS-V-I)  TO PG-QTDLOTES
           MOVE WS-DATA-EXEC            TO PG-DATA-REF
           WRITE PG-REG-DETALHE
           ADD 1                        TO WS-PG-QTDREG
           ADD WS-V-TOTCOMIS (WS-V-I)   TO WS-PG-HASH

           MOVE WS-V-TOTCOMIS (WS-V-I)  TO WS-SOUT-VALOR
           DISPLAY ' * COMISSAO VENDEDOR ' WS-V-COD (WS-V-I)
               ' VENDAS: ' WS-V-QTDLOTES (WS-V-I)
               ' COMISSAO: ' WS-SOUT-VALOR

           MOVE 'CGPRG031'              TO CT-PROGRAMA
           MOVE WS-DATA-EXEC            TO CT-DATA-EXECUCAO
           MOVE SPACES                  TO CT-DESCRICAO
           STRING 'COMISSAO VENDEDOR '       DELIMITED BY SIZE
                  WS-V-COD (WS-V-I)          DELIMITED BY SIZE
             INTO CT-DESCRICAO
           MOVE WS-V-TOTCOMIS (WS-V-I)  TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           IF WS-CTLIDO = ZEROS
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTINVALID > ZEROS OR WS-CTSEMCOMIS > ZEROS
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
           MOVE 'TRANSACOES INVALIDAS'          TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG031'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COMISSOES FORA DO COMISPAG'    TO CT-DESCRICAO
           MOVE WS-CTSEMCOMIS        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG031'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COMISSAO GERADA (REAIS)'       TO CT-DESCRICAO
           MOVE WS-TOTCOMIS          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           PERFORM 070-GRAVAR-COMISPAG

           CLOSE LOTEMST
           CLOSE SYSIN
           CLOSE VENDAMST
           CLOSE PARCELAS
           CLOSE COMISPAG
           CLOSE RESERLOG
           IF WS-TEM-VENDMST = 'S'
              CLOSE VENDMST
           END-IF
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' * VENDAS REGISTRADAS.....: ' WS-CTVENDAS
           DISPLAY ' * PARCELAS GERADAS.......: ' WS-CTPARCELAS
           DISPLAY ' * TRANSACOES INVALIDAS...: ' WS-CTINVALID
           DISPLAY ' * COMISSOES FORA DA INTERF: ' WS-CTSEMCOMIS
           MOVE WS-TOTCOMIS TO WS-SOUT-VALOR
           DISPLAY ' * COMISSAO GERADA........: ' WS-SOUT-VALOR
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
