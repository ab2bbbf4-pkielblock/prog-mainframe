      *================================================================*
      *    CGMOVLOT - LAYOUT DO MOVIMENTO DIARIO DE LOTES (MOVLOTES),  *
      *    UM REGISTRO POR OPERACAO QUE MEXE NO SALDO A RECEBER SEM    *
      *    PASSAR PELO VENDAMST COM DATA PROPRIA. GRAVADO EM EXTEND    *
      *    PELO CGPRG035 (CANCELAMENTO) E PELO CGPRG051                *
      *    (RENEGOCIACAO); LIDO PELA INTERFACE CONTABIL (CGPRG052),    *
      *    QUE SELECIONA O DIA PELO MV-DATA.                           *
      *    MV-TIPO: 'C' = CANCELAMENTO  - MV-VALOR = SALDO EM ABERTO   *
      *                   CANCELADO, MV-COMISSAO = COMISSAO ESTORNADA  *
      *             'R' = RENEGOCIACAO  - MV-VALOR = ENTRADA PAGA,     *
      *                   MV-COMISSAO = ZEROS                          *
      *================================================================*
       01  MV-REG-MOVIMENTO.
           05  MV-TIPO                 PIC X(01).
           05  MV-CHAVE.
               10  MV-CEP              PIC 9(08).
               10  MV-SEQ              PIC 9(03).
           05  MV-VEND                 PIC 9(04).
           05  MV-DATA                 PIC 9(08).
           05  MV-VALOR                PIC 9(09)V99.
           05  MV-COMISSAO             PIC 9(07)V99.
           05  FILLER                  PIC X(16).
