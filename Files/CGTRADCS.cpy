      *================================================================*
      *    CGTRADCS - LAYOUT DA TABELA DE TRADUCAO DO CENSO DA         *
      *    EDUCACAO SUPERIOR (TRADCENS): LEVA O VALOR INTERNO DA SUITE *
      *    PARA O CODIGO OFICIAL EXIGIDO NO ARQUIVO DO CENSO. MANTIDA  *
      *    PELA SECRETARIA A CADA LEIAUTE NOVO DO MINISTERIO.          *
      *    TC-TIPO: 'C' = CURSO    (VALOR INTERNO = NOME DO CURSO NO   *
      *                             CURSOCAT, CODIGO = CODIGO DO CURSO *
      *                             NO CADASTRO OFICIAL)               *
      *             'S' = SITUACAO (VALOR INTERNO = CURSANDO, FORMADO, *
      *                             DESVINCULADO OU TRANSFERIDO)       *
      *================================================================*
       01  TC-REG-TRADUCAO.
           05  TC-TIPO             PIC X(01).
           05  TC-VALOR-INTERNO    PIC X(12).
           05  TC-CODIGO-OFICIAL   PIC X(10).
           05  TC-DESCRICAO        PIC X(30).
           05  FILLER              PIC X(07).
