               ACCESS MODE IS RANDOM
               RECORD KEY IS VD-COD
               FILE STATUS IS WS-FS-VENDMST.
           SELECT PRECOHIS   ASSIGN TO "PRECOHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRECOHIS.
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDMS.

      *-----> HISTORICO DE PRECOS - CADA AVALIACAO DEIXA UM EVENTO
      *       'A' AQUI; OS REAJUSTES DO CGPRG017 DEIXAM EVENTOS 'R'
       FD  PRECOHIS
       01  WS-V-SOUTCOMIS              PIC $.$$$.$$9,99.
       01  WS-V-NOME-PRT               PIC X(25).

      *-----> FILE STATUS DOS ARQUIVOS COMPARTILHADOS COM OUTROS
      *       PROGRAMAS DA CADEIA, QUANDO CHAMADO PELO DRIVER
       01  WS-FS-CTLTOTAL              PIC X(02).
           PERFORM 016-ABRIR-PRECOHIS
           PERFORM 017-LER-OVERRIDE
           OPEN OUTPUT SUSPREL
           IF WS-FIM NOT = 'S'
              PERFORM 018-VALIDAR-CABECALHO
           END-IF
      *--------------------------------------------------------------*
      *    PRE-PASSAGEM DO DECK: CONTAR OS DETALHES E SOMAR OS CEPS
      *    E CONFERIR O TRAILER ANTES DE QUALQUER GRAVACAO NO
      *    LOTEMST/PRECOHIS - UMA TRANSFERENCIA TRUNCADA
      *    TEM QUE MORRER AQUI, NAO DEPOIS DA CARGA (A RESSUBMISSAO
      *    DO DECK INTEIRO CAIRIA TODA NA CRITICA DE DUPLICATA)
      *--------------------------------------------------------------*
           WRITE WS-REG-CTLTOTAL

      *    NUM ERRO DE DECK NADA FOI CARREGADO - NAO HA FECHAMENTO
      *    DE VENDEDORES A IMPRIMIR
           IF WS-DECK-ERRO NOT = 'S'
              PERFORM 056-IMPRIMIR-VENDEDORES
           END-IF

      *    CONFERIR OS CONTADORES DO FECHAMENTO CONTRA OS LIMITES
           CLOSE RELATUS
           CLOSE EXCEPREL
           CLOSE LOTEMST
           CLOSE PRECOHIS
           CLOSE SUSPREL
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG004"
           END-IF
           .
      *--------------------------------------------------------------*
      *    RESUMO DE COMISSAO ESTIMADA POR VENDEDOR - A COMISSAO A    *
      *    PAGAR SO E GERADA NO REGISTRO DA VENDA (CGPRG031), SOBRE   *
      *    O PRECO NEGOCIADO; A AVALIACAO NAO ALIMENTA MAIS A FOLHA   *
      *--------------------------------------------------------------*
       056-IMPRIMIR-VENDEDORES.

           DISPLAY '---------------------------------------------------'
           DISPLAY '** RESUMO DE AVALIACOES E COMISSAO ESTIMADA POR '
               'VENDEDOR **'
           PERFORM 057-IMPRIMIR-LINHA-VENDEDOR
              VARYING WS-V-IDX FROM 1 BY 1
              UNTIL WS-V-IDX > WS-QTDE-VEND
               ' ' WS-V-NOME-PRT
               ' LOTES: ' WS-V-QTDLOTES (WS-V-IDX)
               ' VENDAS: ' WS-V-SOUTVENDA
               ' COMISSAO ESTIMADA: ' WS-V-SOUTCOMIS

           MOVE 'CGPRG004'             TO CT-PROGRAMA
           MOVE AS-DATA                TO CT-DATA-EXECUCAO
           STRING 'COMIS ESTIMADA VEND '    DELIMITED BY SIZE
                  WS-V-COD (WS-V-IDX)       DELIMITED BY SIZE
             INTO CT-DESCRICAO
           MOVE WS-V-TOTCOMIS (WS-V-IDX) TO CT-VALOR
