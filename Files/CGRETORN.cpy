      *================================================================*
      *    CGRETORN - LAYOUT DO ARQUIVO DE RETORNO BANCARIO (RETORNO), *
      *    UM PAGAMENTO DE PARCELA POR REGISTRO DE DETALHE. O BANCO    *
      *    DEVOLVE A PARCELA PELA MESMA CHAVE DO CARNE (CEP + SEQ +    *
      *    NUMERO DA PARCELA), COM A DATA E O VALOR EFETIVAMENTE       *
      *    PAGOS. LIDO PELO CGPRG046 (BAIXA DE PARCELAS), QUE GRAVA    *
      *    NO MESMO LAYOUT, SEM TRAILER, OS PAGAMENTOS BAIXADOS        *
      *    (BAIXADOS) LIDOS PELO CGPRG052, PRECEDIDOS DE UM HEADER COM *
      *    A DATA DA RODADA EM RT-H-DATA-ARQ (BANCO ZERADO).           *
      *    RT-TIPO: '0' = HEADER   (BANCO E DATA DO ARQUIVO)           *
      *             '1' = DETALHE  (UM PAGAMENTO)                      *
      *             '9' = TRAILER  (QUANTIDADE E SOMA DOS DETALHES)    *
      *================================================================*
       01  RT-REG-RETORNO.
           05  RT-TIPO             PIC X(01).
           05  RT-DETALHE.
               10  RT-CEP          PIC 9(08).
               10  RT-SEQ          PIC 9(03).
               10  RT-NRPARC       PIC 9(02).
               10  RT-DATA-PAGTO   PIC 9(08).
               10  RT-VALOR-PAGO   PIC 9(08)V99.
               10  FILLER          PIC X(08).
           05  RT-HEADER  REDEFINES RT-DETALHE.
               10  RT-H-BANCO      PIC 9(03).
               10  RT-H-DATA-ARQ   PIC 9(08).
               10  FILLER          PIC X(28).
           05  RT-TRAILER REDEFINES RT-DETALHE.
               10  RT-T-QTDREG     PIC 9(06).
               10  RT-T-HASH       PIC 9(11)V99.
               10  FILLER          PIC X(20).
