      *================================================================*
      *    CGPOLLGP - LAYOUT DA POLITICA DE RETENCAO DE DADOS PESSOAIS *
      *    (POLLGPD), LIDA PELO CGPRG064. UM REGISTRO POR DATASET:     *
      *    PL-DATASET    : ALUNHIST, ALUNOJRN, NOMEXRF, COMPMST,       *
      *                    COMPJRN OU ARQDIA (DATASET FORA DA          *
      *                    POLITICA NAO E TOCADO)                      *
      *    PL-PRAZO-ANOS : ANOS DE RETENCAO CONTADOS DO FIM DO VINCULO *
      *                    (ULTIMO SEMESTRE DO ALUNO, ULTIMO MOVIMENTO *
      *                    DA VENDA QUITADA OU CANCELADA DO COMPRADOR, *
      *                    FECHAMENTO DO DIA NO ARQUIVO MORTO)         *
      *    PL-ACAO       : 'B' = BRANCO     (NOME/ENDERECO EM BRANCO,  *
      *                                      CPF ZERADO)               *
      *                    'H' = PSEUDONIMO (HASH DA CHAVE + CONTEUDO, *
      *                                      'ANONIMO-NNNNNNNNNN')     *
      *                    'E' = ELIMINACAO (SO ARQDIA - O DIA INTEIRO *
      *                                      SAI DO ARQUIVO MORTO)     *
      *================================================================*
       01  PL-REG-POLITICA.
           05  PL-DATASET          PIC X(08).
           05  PL-PRAZO-ANOS       PIC 9(02).
           05  PL-ACAO             PIC X(01).
           05  PL-DESCRICAO        PIC X(30).
           05  FILLER              PIC X(39).
