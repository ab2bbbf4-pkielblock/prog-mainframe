      *================================================================*
      *    CGDEPEND - LAYOUT DO ARQUIVO DE DEPENDENCIAS (DEPENDEN),    *
      *    UMA LINHA POR DISCIPLINA REPROVADA (POR NOTA OU POR FALTA)  *
      *    DE CADA ALUNO REMATRICULADO. GRAVADO PELA REMATRICULA       *
      *    (CGPRG059) JUNTO COM O DECK DO SEMESTRE SEGUINTE, NA ORDEM  *
      *    MATRICULA + DISCIPLINA, ENTRE CABECALHO (HDR) E TRAILER     *
      *    (TRL) NO MESMO PADRAO DO DECK DE ALUNOS: O TRAILER TRAZ A   *
      *    QUANTIDADE DE LINHAS E O HASH (SOMA DAS MATRICULAS).        *
      *    DN-MOTIVO: 'REPROVADO' (NOTA) OU 'REP-FALTA' (FREQUENCIA).  *
      *================================================================*
       01  DN-REG-DEPEND.
           05  DN-NUMERO-ALU       PIC 9(13).
           05  DN-COD-DISCIPLINA   PIC X(08).
           05  DN-CURSO-ALU        PIC X(12).
           05  DN-MOTIVO           PIC X(09).
           05  DN-MEDIA            PIC 9(02)V99.
           05  FILLER              PIC X(04).
       01  DN-REG-CABEC.
           05  DN-CB-ROTULO        PIC X(03).
           05  DN-CB-ORIGEM        PIC X(08).
           05  DN-CB-DATA          PIC 9(08).
           05  DN-CB-QTDPREV       PIC 9(07).
           05  FILLER              PIC X(24).
       01  DN-REG-TRAIL.
           05  DN-TL-ROTULO        PIC X(03).
           05  DN-TL-QTD           PIC 9(07).
           05  DN-TL-HASH          PIC 9(13).
           05  FILLER              PIC X(27).
