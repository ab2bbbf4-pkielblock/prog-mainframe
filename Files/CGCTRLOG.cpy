      *================================================================*
      *    CGCTRLOG - LAYOUT DO LOG DE CONTRATOS IMPRESSOS (CONTRLOG), *
      *    UM REGISTRO POR CONTRATO EMITIDO PELO CGPRG057. PERMANENTE  *
      *    (SEMPRE EM EXTEND). A VERSAO COMECA EM 001 E SOBE A CADA    *
      *    REIMPRESSAO DA MESMA VENDA; O NUMERO DO CONTRATO IMPRESSO   *
      *    E CEP-SEQ/VERSAO, E OS VALORES GRAVADOS SAO OS QUE SAIRAM   *
      *    NO PAPEL - E ASSIM QUE SE PROVA QUAL VERSAO O COMPRADOR     *
      *    ASSINOU.                                                    *
      *    IC-TIPO: 'N' = VENDA DO DIA, 'R' = REIMPRESSAO (SYSIN).     *
      *================================================================*
       01  IC-REG-CONTRLOG.
           05  IC-CHAVE.
               10  IC-CEP          PIC 9(08).
               10  IC-SEQ          PIC 9(03).
           05  IC-VERSAO           PIC 9(03).
           05  IC-DATA-IMPRESSAO   PIC 9(08).
           05  IC-HORA-IMPRESSAO   PIC 9(08).
           05  IC-TIPO             PIC X(01).
           05  IC-COMPRADOR        PIC 9(05).
           05  IC-PRECO            PIC 9(08)V99.
           05  IC-ENTRADA          PIC 9(08)V99.
           05  IC-QTDPARC          PIC 9(02).
           05  IC-TOTAL-PARC       PIC 9(09)V99.
           05  IC-DATA-RENEG       PIC 9(08).
           05  FILLER              PIC X(03).
