      *================================================================*
      *    CGDISTRB - LAYOUT DA TABELA DE DISTRIBUICAO DE RELATORIOS   *
      *    (DISTRIB), LIDA PELO CGPRG073. DOIS TIPOS DE LINHA:         *
      *    DT-TIPO 'N' : DESTINATARIO - DT-CHAVE E O CODIGO DELE, COM  *
      *                  NOME, CLASSE DE SAIDA, NUMERO DO PACOTE (DD   *
      *                  PACOTE1 A PACOTE6) E DT-PADRAO 'S' NO QUE     *
      *                  RECEBE O QUE NAO TIVER ROTA                   *
      *    DT-TIPO 'P' : ROTA POR PROGRAMA (SECAO DO RELATORIO)        *
      *            'D' : ROTA POR DEPARTAMENTO (NUMERO DE 4 DIGITOS NO *
      *                  INICIO DO DEPTO DA SECAO) - VALE MAIS QUE A   *
      *                  ROTA DO PROGRAMA                              *
      *            'R' : ROTA POR RELATORIO AVULSO (DDNAME)            *
      *                  DT-DESTINO E O CODIGO DO DESTINATARIO         *
      *================================================================*
       01  DT-REG-DISTRIB.
           05  DT-TIPO             PIC X(01).
           05  DT-CHAVE            PIC X(08).
           05  DT-DADOS            PIC X(71).
           05  DT-DESTINATARIO REDEFINES DT-DADOS.
               10  DT-NOME         PIC X(30).
               10  DT-CLASSE       PIC X(01).
               10  DT-PACOTE       PIC 9(01).
               10  DT-PADRAO       PIC X(01).
               10  FILLER          PIC X(38).
           05  DT-ROTA         REDEFINES DT-DADOS.
               10  DT-DESTINO      PIC X(08).
               10  FILLER          PIC X(63).
