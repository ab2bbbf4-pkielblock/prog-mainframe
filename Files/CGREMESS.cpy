      *================================================================*
      *    CGREMESS - LAYOUT DO ARQUIVO DE REMESSA DE BOLETOS          *
      *    (REMESSA) PARA O BANCO, GRAVADO PELO CGPRG047 UMA VEZ POR   *
      *    MES COM AS PARCELAS QUE VENCEM NA COMPETENCIA SEGUINTE. O   *
      *    NOSSO NUMERO E A PROPRIA CHAVE DA PARCELA (CEP + SEQ +      *
      *    NUMERO) - E ELA QUE O BANCO DEVOLVE NO RETORNO (CGRETORN).  *
      *    CONFERIDO PELO CGPRG011 CONTRA O CTLTOTAL.                  *
      *    RM-TIPO: '0' = HEADER   (BANCO, DATA DE GERACAO E           *
      *                             COMPETENCIA COBRADA)               *
      *             '1' = DETALHE  (UM BOLETO)                         *
      *             '9' = TRAILER  (QUANTIDADE DE BOLETOS E HASH =     *
      *                             SOMA DOS VALORES)                  *
      *================================================================*
       01  RM-REG-REMESSA.
           05  RM-TIPO             PIC X(01).
           05  RM-DETALHE.
               10  RM-NOSSO-NUMERO.
                   15  RM-CEP      PIC 9(08).
                   15  RM-SEQ      PIC 9(03).
                   15  RM-NRPARC   PIC 9(02).
               10  RM-VENCIMENTO   PIC 9(08).
               10  RM-VALOR        PIC 9(08)V99.
               10  RM-COMPRADOR    PIC 9(05).
               10  RM-NOME         PIC X(25).
               10  RM-CPF          PIC 9(11).
               10  RM-ENDERECO     PIC X(30).
           05  RM-HEADER  REDEFINES RM-DETALHE.
               10  RM-H-BANCO      PIC 9(03).
               10  RM-H-DATA-GER   PIC 9(08).
               10  RM-H-COMPETENCIA PIC 9(06).
               10  FILLER          PIC X(85).
           05  RM-TRAILER REDEFINES RM-DETALHE.
               10  RM-T-QTDREG     PIC 9(06).
               10  RM-T-HASH       PIC 9(11)V99.
               10  FILLER          PIC X(83).
