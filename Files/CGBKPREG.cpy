      *================================================================*
      *    CGBKPREG - LAYOUT DO ARQUIVO DE BACKUP DE UM MESTRE (UMA    *
      *    GERACAO DO GDG CG.BATCH.BACKUP.<MESTRE>), GRAVADO PELO      *
      *    CGPRG071 E LIDO PELO CGPRG072:                              *
      *    BK-TIPO 'H' = HEADER  - MESTRE, GERACAO, DATA E HORA DA     *
      *                            DESCARGA E PROGRAMA QUE ATUALIZA    *
      *            'D' = DETALHE - IMAGEM DO REGISTRO DO MESTRE        *
      *            'T' = TRAILER - QUANTIDADE DE DETALHES E HASH       *
      *================================================================*
       01  BK-REG-BACKUP.
           05  BK-TIPO             PIC X(01).
           05  BK-IMAGEM           PIC X(99).
           05  BK-HEADER       REDEFINES BK-IMAGEM.
               10  BK-MESTRE       PIC X(08).
               10  BK-GERACAO      PIC 9(05).
               10  BK-DATA         PIC 9(08).
               10  BK-HORA         PIC 9(08).
               10  BK-PROGRAMA     PIC X(08).
               10  FILLER          PIC X(62).
           05  BK-TRAILER      REDEFINES BK-IMAGEM.
               10  BK-QTDE         PIC 9(09).
               10  BK-HASH         PIC 9(10).
               10  FILLER          PIC X(80).
