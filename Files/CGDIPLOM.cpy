      *================================================================*
      *    CGDIPLOM - LAYOUT DO REGISTRO DE DIPLOMAS (DIPLOMAS), VSAM  *
      *    KSDS CHAVEADO POR MATRICULA + CURSO, UM REGISTRO POR        *
      *    DIPLOMA EMITIDO. MANTIDO SO PELO CGPRG062: O NUMERO DE      *
      *    REGISTRO E OFICIAL E SEQUENCIAL, NUNCA REUTILIZADO, E DELE  *
      *    SAEM O LIVRO E A FOLHA DO LIVRO DE REGISTRO. DG-VIAS COMECA *
      *    EM 01 NA EMISSAO E SOBE A CADA SEGUNDA VIA.                 *
      *    DATAS NO FORMATO AAAAMMDD.                                  *
      *    O REGISTRO DE CONTROLE (MATRICULA ZERADA E CURSO EM BRANCO, *
      *    O PRIMEIRO DO ARQUIVO) GUARDA O ULTIMO NUMERO DE REGISTRO   *
      *    ATRIBUIDO - VER DG-REG-CONTROLE.                            *
      *================================================================*
       01  DG-REG-DIPLOMA.
           05  DG-CHAVE.
               10  DG-NUMERO-ALU   PIC 9(13).
               10  DG-CURSO-ALU    PIC X(12).
           05  DG-REGISTRO         PIC 9(07).
           05  DG-LIVRO            PIC 9(04).
           05  DG-FOLHA            PIC 9(04).
           05  DG-DATA-COLACAO     PIC 9(08).
           05  DG-NOME-ALU         PIC X(25).
           05  DG-NOME-OFICIAL     PIC X(25).
           05  DG-DATA-EMISSAO     PIC 9(08).
           05  DG-OPERADOR         PIC X(08).
           05  DG-VIAS             PIC 9(02).
           05  DG-DATA-ULT-VIA     PIC 9(08).
           05  DG-MOTIVO-VIA       PIC X(20).
           05  FILLER              PIC X(06).
       01  DG-REG-CONTROLE  REDEFINES DG-REG-DIPLOMA.
           05  DG-CT-CHAVE         PIC X(25).
           05  DG-CT-ULT-REGISTRO  PIC 9(07).
           05  DG-CT-DATA-ULT      PIC 9(08).
           05  FILLER              PIC X(110).
