      *================================================================*
      *    CGCENSO - LEIAUTE FIXO DO ARQUIVO DO CENSO DA EDUCACAO      *
      *    SUPERIOR (CENSO), GRAVADO PELO CGPRG063. 120 POSICOES,      *
      *    O TIPO DO REGISTRO NAS DUAS PRIMEIRAS:                      *
      *    '10' = CABECALHO (CODIGO DA IES, ANO DE REFERENCIA)         *
      *    '20' = CURSO     (UM POR CURSO DO CATALOGO CURSOCAT)        *
      *    '41' = ALUNO     (UM POR VINCULO ALUNO X CURSO NO ANO)      *
      *    '99' = TRAILER   (QUANTIDADES PARA CONFERENCIA)             *
      *    CODIGOS DE CURSO E DE SITUACAO JA TRADUZIDOS PELO TRADCENS. *
      *================================================================*
       01  CE-REG-CENSO.
           05  CE-TIPO-REG         PIC X(02).
           05  CE-DADOS            PIC X(118).
       01  CE-REG-CABECALHO  REDEFINES CE-REG-CENSO.
           05  FILLER              PIC X(02).
           05  CE-CAB-IES          PIC 9(08).
           05  CE-CAB-ANO-REF      PIC 9(04).
           05  CE-CAB-DATA-GERACAO PIC 9(08).
           05  FILLER              PIC X(98).
       01  CE-REG-CURSO  REDEFINES CE-REG-CENSO.
           05  FILLER              PIC X(02).
           05  CE-CUR-CODIGO       PIC X(10).
           05  CE-CUR-NOME         PIC X(25).
           05  CE-CUR-CODIGO-INT   PIC 9(04).
           05  CE-CUR-VAGAS        PIC 9(05).
      *        '1' = EM ATIVIDADE, '2' = EM EXTINCAO (CC-ATIVO 'N')
           05  CE-CUR-SITUACAO     PIC X(01).
           05  FILLER              PIC X(73).
       01  CE-REG-ALUNO  REDEFINES CE-REG-CENSO.
           05  FILLER              PIC X(02).
           05  CE-ALU-CURSO        PIC X(10).
           05  CE-ALU-MATRICULA    PIC 9(13).
           05  CE-ALU-NOME         PIC X(25).
           05  CE-ALU-SEXO         PIC X(01).
           05  CE-ALU-IDADE        PIC 9(02).
           05  CE-ALU-SITUACAO     PIC X(10).
           05  CE-ALU-ULT-SEMESTRE PIC 9(01).
           05  FILLER              PIC X(56).
       01  CE-REG-TRAILER  REDEFINES CE-REG-CENSO.
           05  FILLER              PIC X(02).
           05  CE-TRL-QTD-CURSOS   PIC 9(07).
           05  CE-TRL-QTD-ALUNOS   PIC 9(07).
           05  CE-TRL-QTD-TOTAL    PIC 9(07).
           05  FILLER              PIC X(97).
