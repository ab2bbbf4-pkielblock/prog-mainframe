      *================================================================*
      *    CGPROJFX - LAYOUT DO RESUMO DA PROJECAO DE FLUXO DE CAIXA   *
      *    DA CARTEIRA (PROJFLUX), GRAVADO PELO CGPRG055 PARA A        *
      *    PLANILHA DE PLANEJAMENTO DO FINANCEIRO. UM DETALHE POR      *
      *    REGIAO DE CEP (DOIS PRIMEIROS DIGITOS) E COMPETENCIA COM    *
      *    VALOR, MAIS O TOTAL DE CADA COMPETENCIA (TODAS AS REGIOES). *
      *    PF-TIPO: 'H' = HEADER   (DATA-BASE, HORIZONTE E PERCENTUAIS *
      *                             DE INADIMPLENCIA POR FAIXA)        *
      *             'D' = DETALHE  (REGIAO X COMPETENCIA)              *
      *             'M' = TOTAL DA COMPETENCIA (PF-REGIAO ZERADA)      *
      *             'T' = TRAILER  (QTDE DE REGISTROS E TOTAIS)        *
      *    PF-SALDO = SALDO EM ABERTO DAS PARCELAS DA COMPETENCIA,     *
      *    PF-PERDA = INADIMPLENCIA ESTIMADA, PF-ESPERADO = SALDO -    *
      *    PERDA (RECEBIMENTO ESPERADO).                               *
      *================================================================*
       01  PF-REG-PROJECAO.
           05  PF-TIPO             PIC X(01).
           05  PF-DETALHE.
               10  PF-REGIAO       PIC 9(02).
               10  PF-COMPETENCIA  PIC 9(06).
               10  PF-QTD-PARC     PIC 9(07).
               10  PF-SALDO        PIC 9(11)V99.
               10  PF-PERDA        PIC 9(11)V99.
               10  PF-ESPERADO     PIC 9(11)V99.
               10  FILLER          PIC X(25).
           05  PF-HEADER  REDEFINES PF-DETALHE.
               10  PF-H-DATA-BASE  PIC 9(08).
               10  PF-H-COMP-INI   PIC 9(06).
               10  PF-H-COMP-FIM   PIC 9(06).
               10  PF-H-PCT-FAIXA  OCCURS 5 TIMES
                                   PIC 9(03)V99.
               10  FILLER          PIC X(34).
           05  PF-TRAILER REDEFINES PF-DETALHE.
               10  PF-T-QTDREG     PIC 9(07).
               10  PF-T-SALDO      PIC 9(13)V99.
               10  PF-T-PERDA      PIC 9(13)V99.
               10  PF-T-ESPERADO   PIC 9(13)V99.
               10  FILLER          PIC X(27).
