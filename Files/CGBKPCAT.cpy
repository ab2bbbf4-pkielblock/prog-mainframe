      *================================================================*
      *    CGBKPCAT - LAYOUT DO CATALOGO DE BACKUPS DOS MESTRES        *
      *    (BKPCAT, VSAM KSDS, CHAVE = MESTRE + GERACAO, 13 BYTES).    *
      *    GRAVADO PELO CGPRG071 A CADA DESCARGA E ATUALIZADO PELO     *
      *    CGPRG072 A CADA RESTORE. UM REGISTRO POR GERACAO:           *
      *    BC-GERACAO       : NUMERO SEQUENCIAL DA GERACAO NO MESTRE   *
      *                       (O MESMO GRAVADO NO HEADER DO BACKUP)    *
      *    BC-QTDE/BC-HASH  : QUANTIDADE DE REGISTROS E HASH           *
      *                       POLINOMIAL DO CONTEUDO DESCARREGADO      *
      *    BC-SITUACAO      : 'A' = ATIVA (AINDA NO GDG)               *
      *                       'E' = EXPIRADA (FORA DA RETENCAO)        *
      *    BC-DATA-REST     : DATA (AAAAMMDD) DO ULTIMO RESTORE DESTA  *
      *                       GERACAO; BC-QT-REST = RESTORES FEITOS    *
      *================================================================*
       01  BC-REG-CATALOGO.
           05  BC-CHAVE.
               10  BC-MESTRE       PIC X(08).
               10  BC-GERACAO      PIC 9(05).
           05  BC-DATA             PIC 9(08).
           05  BC-HORA             PIC 9(08).
           05  BC-PROGRAMA         PIC X(08).
           05  BC-QTDE             PIC 9(09).
           05  BC-HASH             PIC 9(10).
           05  BC-SITUACAO         PIC X(01).
           05  BC-DATA-REST        PIC 9(08).
           05  BC-QT-REST          PIC 9(03).
           05  FILLER              PIC X(12).
