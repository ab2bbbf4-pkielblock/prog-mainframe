      *================================================================*
      *    CGACSLOG - LAYOUT DO LOG DE ACESSO DAS CONSULTAS A DADOS    *
      *    DE ALUNOS (ACESSLOG), GRAVADO EM EXTEND PELOS PROGRAMAS DE  *
      *    CONSULTA: CGPRG015 (POR MATRICULA), CGPRG025 (POR NOME),    *
      *    CGPRG027 (EXTRATO DE HISTORICO) E CGPRG010 (BOLETIM). UM    *
      *    REGISTRO POR ALUNO DEVOLVIDO E UM POR PEDIDO NEGADO. LIDO   *
      *    PELO CGPRG075 (RELATORIO SEMANAL DE ACESSOS).               *
      *    AC-DATA      : DATA DO ACESSO (AAAAMMDD)                    *
      *    AC-HORA      : HORA DO ACESSO (HHMMSS)                      *
      *    AC-MOTIVO    : CODIGO DO MOTIVO DA CONSULTA, INFORMADO NO   *
      *                   CARTAO JUNTO COM O OPERADOR. E TAMBEM O TIPO *
      *                   CONFERIDO NO OPERAUT (CGOPAUT) - O OPERADOR  *
      *                   SO CONSULTA PELOS MOTIVOS LIBERADOS A ELE    *
      *                   NO PROGRAMA:                                 *
      *                   'A' = ATENDIMENTO AO ALUNO (BALCAO)          *
      *                   'D' = EMISSAO DE DOCUMENTO/DECLARACAO        *
      *                   'T' = TRANSFERENCIA                          *
      *                   'C' = COORDENACAO DE CURSO                   *
      *                   'J' = DEMANDA JUDICIAL OU LEGAL              *
      *    AC-SITUACAO  : 'L' = LIBERADO (ALUNO DEVOLVIDO)             *
      *                   'N' = NEGADO (OPERADOR OU MOTIVO INVALIDO,   *
      *                         OU OPERADOR SEM AUTORIZACAO)           *
      *    AC-MATRICULA : ALUNO DEVOLVIDO (ZEROS NO PEDIDO NEGADO SEM  *
      *                   MATRICULA - CONSULTA POR NOME OU BOLETIM)    *
      *    AC-CURSO     : CURSO DO ALUNO DEVOLVIDO                     *
      *    AC-CONSULTA  : O QUE FOI PEDIDO NO CARTAO                   *
      *================================================================*
       01  AC-REG-ACESSO.
           05  AC-DATA                 PIC 9(08).
           05  AC-HORA                 PIC 9(06).
           05  AC-OPERADOR             PIC X(08).
           05  AC-PROGRAMA             PIC X(08).
           05  AC-MOTIVO               PIC X(01).
               88  AC-MOTIVO-VALIDO    VALUE 'A' 'D' 'T' 'C' 'J'.
           05  AC-SITUACAO             PIC X(01).
           05  AC-MATRICULA            PIC 9(13).
           05  AC-CURSO                PIC X(12).
           05  AC-CONSULTA             PIC X(25).
           05  FILLER                  PIC X(08).
