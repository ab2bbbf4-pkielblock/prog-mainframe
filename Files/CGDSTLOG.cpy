      *================================================================*
      *    CGDSTLOG - LAYOUT DO LOG DE DISTRIBUICAO (DISTLOG), GRAVADO *
      *    PELO CGPRG073 SEMPRE EM EXTEND. UM REGISTRO POR PACOTE      *
      *    (DL-SITUACAO 'CRIADO', 'SEM ITENS' OU 'ERRO') E UM POR      *
      *    SECAO OU RELATORIO AVULSO SEM DESTINATARIO ('SEM DESTINO',  *
      *    COM A ORIGEM E O DEPARTAMENTO).                             *
      *================================================================*
       01  DL-REG-DISTLOG.
           05  DL-DATA             PIC 9(08).
           05  DL-HORA             PIC 9(08).
           05  DL-DESTINO          PIC X(08).
           05  DL-PACOTE           PIC X(08).
           05  DL-CLASSE           PIC X(01).
           05  DL-ITENS            PIC 9(03).
           05  DL-LINHAS           PIC 9(07).
           05  DL-SITUACAO         PIC X(11).
           05  DL-ORIGEM           PIC X(08).
           05  DL-DEPTO            PIC X(04).
           05  FILLER              PIC X(14).
