      *================================================================*
      *    CGPARMFP - LAYOUT DA IMPRESSAO DIGITAL DOS ARQUIVOS DE      *
      *    PARAMETRO (PARMFP, VSAM KSDS, CHAVE = DDNAME DO ARQUIVO,    *
      *    8 BYTES). GRAVADO PELO CGPRG074 NA CRITICA PREVIA DA        *
      *    CADEIA NOTURNA. UM REGISTRO POR ARQUIVO:                    *
      *    PF-DATA/SITUACAO/QTDE/HASH : RODADA MAIS RECENTE (DATA      *
      *                       AAAAMMDD, 'P' = PRESENTE, 'A' = AUSENTE, *
      *                       QUANTIDADE DE REGISTROS E HASH           *
      *                       POLINOMIAL DO CONTEUDO)                  *
      *    PF-...-ANT       : A RODADA DE DATA ANTERIOR - E A BASE DA  *
      *                       COMPARACAO QUANDO A CRITICA E REPETIDA   *
      *                       NA MESMA DATA (RERUN)                    *
      *    PF-VALIDO        : 'S' = PASSOU NA CRITICA, 'N' = INVALIDO  *
      *================================================================*
       01  PF-REG-PARMFP.
           05  PF-ARQUIVO          PIC X(08).
           05  PF-DATA             PIC 9(08).
           05  PF-SITUACAO         PIC X(01).
           05  PF-QTDE             PIC 9(07).
           05  PF-HASH             PIC 9(10).
           05  PF-DATA-ANT         PIC 9(08).
           05  PF-SITUACAO-ANT     PIC X(01).
           05  PF-QTDE-ANT         PIC 9(07).
           05  PF-HASH-ANT         PIC 9(10).
           05  PF-VALIDO           PIC X(01).
           05  FILLER              PIC X(19).
