      *================================================================*
      *    CGLANCTB - LAYOUT DA INTERFACE CONTABIL (LANCCTB), GRAVADA  *
      *    PELO CGPRG052 COM OS LANCAMENTOS DO DIA DO SUBSISTEMA DE    *
      *    LOTES. CADA EVENTO GERA UM PAR DE REGISTROS (DEBITO E       *
      *    CREDITO) COM O MESMO NUMERO DE LANCAMENTO E O MESMO VALOR.  *
      *    LC-TIPO: 'H' = HEADER   (SUBSISTEMA E DATA DO MOVIMENTO)    *
      *             'D' = DETALHE  (UMA PERNA DO LANCAMENTO)           *
      *             'T' = TRAILER  (QTDES E TOTAIS DEBITO/CREDITO)     *
      *    LC-NATUREZA: 'D' = DEBITO, 'C' = CREDITO                    *
      *    O ARQUIVO SO E GRAVADO QUANDO DEBITOS = CREDITOS - SEM O    *
      *    TRAILER A CONTABILIDADE NAO DEVE IMPORTA-LO.                *
      *================================================================*
       01  LC-REG-LANCAMENTO.
           05  LC-TIPO             PIC X(01).
           05  LC-DETALHE.
               10  LC-NUM-LANC     PIC 9(07).
               10  LC-DATA         PIC 9(08).
               10  LC-CONTA        PIC X(12).
               10  LC-NATUREZA     PIC X(01).
               10  LC-VALOR        PIC 9(11)V99.
               10  LC-EVENTO       PIC X(04).
               10  LC-DOCUMENTO    PIC X(15).
               10  LC-HISTORICO    PIC X(30).
               10  FILLER          PIC X(09).
           05  LC-HEADER  REDEFINES LC-DETALHE.
               10  LC-H-SUBSISTEMA PIC X(08).
               10  LC-H-DATA       PIC 9(08).
               10  LC-H-PROGRAMA   PIC X(08).
               10  FILLER          PIC X(75).
           05  LC-TRAILER REDEFINES LC-DETALHE.
               10  LC-T-QTDREG     PIC 9(07).
               10  LC-T-QTDLANC    PIC 9(07).
               10  LC-T-TOT-DEB    PIC 9(13)V99.
               10  LC-T-TOT-CRED   PIC 9(13)V99.
               10  FILLER          PIC X(55).
