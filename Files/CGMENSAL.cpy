      *================================================================*
      *    CGMENSAL - LAYOUT DO ARQUIVO DE COBRANCAS DE MENSALIDADE    *
      *    (MENSALID), UM REGISTRO POR PARCELA DE MENSALIDADE GERADA   *
      *    PELO FATURAMENTO DO SEMESTRE (CGPRG058). PERMANENTE         *
      *    (SEMPRE EM EXTEND): UM ALUNO JA FATURADO NO SEMESTRE NAO E  *
      *    FATURADO DE NOVO NUMA RODADA REPETIDA.                      *
      *    O NOSSO NUMERO TEM O MESMO FORMATO DA CHAVE DA PARCELA DE   *
      *    LOTE (CEP + SEQ + NUMERO) PARA A REMESSA DE BOLETOS         *
      *    (CGPRG047) E O REMLOG TRATAREM AS DUAS COBRANCAS IGUAIS:    *
      *    '9' + ANO (AA) + SEMESTRE + SEQUENCIAL DO ALUNO NO          *
      *    SEMESTRE (7) + NUMERO DA PARCELA. O PREFIXO '9' NUNCA       *
      *    COINCIDE COM CEP DE LOTE (FAIXA ATE 19999999).              *
      *    A BAIXA DO RETORNO BANCARIO (CGPRG046) CASA O PAGAMENTO PELO*
      *    NOSSO NUMERO E MARCA A COBRANCA COMO PAGA (MS-SITUACAO 'P');*
      *    BRANCO = EM ABERTO.                                         *
      *================================================================*
       01  MS-REG-MENSALID.
           05  MS-NOSSO-NUMERO.
               10  MS-NN-CEP       PIC 9(08).
               10  MS-NN-SEQ       PIC 9(03).
               10  MS-NN-NRPARC    PIC 9(02).
           05  MS-NOSSO-NUMERO-R  REDEFINES MS-NOSSO-NUMERO.
               10  MS-NN-PREFIXO   PIC 9(01).
               10  MS-NN-ANO       PIC 9(02).
               10  MS-NN-SEMESTRE  PIC 9(01).
               10  MS-NN-SEQALUNO  PIC 9(07).
               10  FILLER          PIC 9(02).
           05  MS-SEMESTRE         PIC 9(05).
           05  MS-MATRICULA        PIC 9(13).
           05  MS-NOME             PIC X(25).
           05  MS-CURSO            PIC X(12).
           05  MS-DEPTO            PIC 9(04).
           05  MS-NRPARC           PIC 9(02).
           05  MS-QTDPARC          PIC 9(02).
           05  MS-VENCIMENTO.
               10  MS-VENC-ANO     PIC 9(04).
               10  MS-VENC-MES     PIC 9(02).
               10  MS-VENC-DIA     PIC 9(02).
           05  MS-VALOR-BRUTO      PIC 9(06)V99.
           05  MS-DESCONTO         PIC 9(06)V99.
           05  MS-VALOR            PIC 9(06)V99.
           05  MS-DATA-GERACAO     PIC 9(08).
           05  MS-SITUACAO         PIC X(01).
           05  FILLER              PIC X(03).
