      *    ATUALIZADO, PARA QUE O FECHAMENTO MENSAL E O RANKING DE     *
      *    CIDADES PERIGOSAS POSSAM SER APURADOS POR CIDADE AO LONGO   *
      *    DO TEMPO, NAO SO PELO DECK DE UM DIA.                       *
      *    TC-QTDVEICULOS : VEICULOS ENVOLVIDOS SOMADOS NO MES         *
      *    TC-QTDBAFOM    : REGISTROS DO DECK COM BAFOMETRO 'S'        *
      *================================================================*
       01  TC-REG-CIDTREND.
           05  TC-CHAVE.
           05  TC-QTDACID              PIC 9(07).
           05  TC-QTDOBITOS            PIC 9(07).
           05  TC-SOMAPORC             PIC 9(05)V9999.
           05  TC-QTDVEICULOS          PIC 9(07).
           05  TC-QTDBAFOM             PIC 9(03).
