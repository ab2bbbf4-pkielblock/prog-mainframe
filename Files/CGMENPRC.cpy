      *================================================================*
      *    CGMENPRC - LAYOUT DA TABELA DE PRECOS DE MENSALIDADE        *
      *    (MENSPREC), UM REGISTRO POR CURSO E VIGENCIA: VALOR DA      *
      *    MENSALIDADE E QUANTIDADE DE PARCELAS COBRADAS NO SEMESTRE.  *
      *    UM REAJUSTE ENTRA COMO UM REGISTRO NOVO COM A DATA DE       *
      *    VIGENCIA - O FATURAMENTO (CGPRG058) USA A VIGENCIA MAIS     *
      *    RECENTE QUE NAO SEJA POSTERIOR AO INICIO DO SEMESTRE.       *
      *    MP-CURSO E O NOME DO CURSO COMO NO CURSOCAT/ALUNOUT.        *
      *================================================================*
       01  MP-REG-MENSPREC.
           05  MP-CURSO            PIC X(12).
           05  MP-VIGENCIA         PIC 9(08).
           05  MP-MENSALIDADE      PIC 9(06)V99.
           05  MP-QTDPARC          PIC 9(02).
           05  FILLER              PIC X(10).
