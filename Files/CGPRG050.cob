       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG050.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 18/09/2026.
       DATE-COMPILED. 18/09/2026.
      *--------------------------------------------------------------*
      *    MANUTENCAO DO CADASTRO DE COMPRADORES (COMPMST) - NO MOLDE *
      *    DO CGPRG037: RECEBE TRANSACOES VIA SYSIN, ONDE O TIPO      *
      *    DETERMINA A OPERACAO:                                      *
      *    'I' = INCLUSAO   (TODOS OS CAMPOS, COMPRADOR ENTRA ATIVO)  *
      *    'A' = ALTERACAO  (NOME, CPF E ENDERECO - CAMPO EM BRANCO   *
      *                      OU ZERADO FICA COMO ESTA NO CADASTRO)    *
      *    'B' = BAIXA      (DESATIVA VIA CP-ATIVO - RECUSADA SE O    *
      *                      COMPRADOR AINDA TEM VENDA ATIVA NO       *
      *                      VENDAMST)                                *
      *    TODO CPF INFORMADO TEM OS DIGITOS VERIFICADORES CONFERIDOS *
      *    E E RECUSADO SE JA PERTENCER A OUTRO CP-CODIGO. CADA       *
      *    TRANSACAO TRAZ O OPERADOR, CONFERIDO NO CGOPAUT, E TODA    *
      *    ALTERACAO E JORNALIZADA COM IMAGEM ANTES/DEPOIS E O        *
      *    OPERADOR NO COMPJRN.                                       *
      *    O COMPMST E SEQUENCIAL (LIDO ASSIM PELO CGPRG031 E PELA    *
      *    COBRANCA): O CADASTRO E CARREGADO EM TABELA, AS TRANSACOES *
      *    SAO APLICADAS NA TABELA E O ARQUIVO E REGRAVADO NO FIM,    *
      *    SO SE HOUVE ALTERACAO E A CARGA FOI COMPLETA.              *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "R$ " WITH PICTURE SYMBOL "$"
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *------------*
           SELECT COMPMST   ASSIGN TO "COMPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMPMST.
           SELECT SYSIN     ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VENDAMST  ASSIGN TO "VENDAMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VENDAMST.
           SELECT COMPJRN   ASSIGN TO "COMPJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COMPJRN.
           SELECT CTLTOTAL  ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTLTOTAL.
           SELECT EXCEPREL  ASSIGN TO "EXCEPREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPREL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  COMPMST
           LABEL RECORDS ARE STANDARD.
           COPY CGCOMPMS.

      *-----> TRANSACAO DE MANUTENCAO DO CADASTRO DE COMPRADORES
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-TRANSACAO.
           05  WS-TIPO-TRANS          PIC X(01).
           05  WS-COD-TRANS           PIC 9(05).
           05  WS-NOME-TRANS          PIC X(25).
           05  WS-CPF-TRANS           PIC 9(11).
           05  WS-END-TRANS           PIC X(30).
           05  WS-OPER-TRANS          PIC X(08).

       FD  VENDAMST
           LABEL RECORDS ARE STANDARD.
           COPY CGVENDAS.

      *-----> JORNAL DE AUDITORIA DO CADASTRO DE COMPRADORES - IMAGEM
      *       ANTES/DEPOIS DE CADA OPERACAO E O OPERADOR, NO PADRAO
      *       DO ALUNOJRN
       FD  COMPJRN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-JORNAL.
           05  JR-PROGRAMA            PIC X(08).
           05  JR-DATA-EXECUCAO       PIC X(08).
           05  JR-OPERACAO            PIC X(01).
           05  JR-IMAGEM-ANTES        PIC X(72).
           05  JR-IMAGEM-DEPOIS       PIC X(72).
           05  JR-OPERADOR            PIC X(08).

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.

       FD  EXCEPREL
           LABEL RECORDS ARE STANDARD.
           COPY CGEXCEP.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01) VALUE "N".
           05  WS-FIM-AUX             PIC X(01).
           05  WS-ABEND               PIC X(01) VALUE "N".
           05  WS-TEM-VENDA           PIC X(01).
           05  WS-CPF-OK              PIC X(01).
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTINCLUI            PIC 9(04) VALUE ZEROS.
           05  WS-CTALTERA            PIC 9(04) VALUE ZEROS.
           05  WS-CTBAIXA             PIC 9(04) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(04) VALUE ZEROS.
           05  WS-CTGRAVADO           PIC 9(05) VALUE ZEROS.
           05  WS-FS-COMPMST          PIC X(02).
           05  WS-FS-VENDAMST         PIC X(02).
           05  WS-FS-COMPJRN          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-OPER-JRN            PIC X(01).
           05  WS-IMAGEM-ANTES        PIC X(72).

      *-----> CADASTRO DE COMPRADORES EM MEMORIA - REGRAVADO NO FIM
       77  WS-QTDE-CP                 PIC 9(04) VALUE ZEROS.
       77  WS-CP-I                    PIC 9(04).
       77  WS-CP-IDX                  PIC 9(04).
       77  WS-CP-ACHOU                PIC X(01).
       01  WS-TAB-COMPRADORES.
           05  WS-CP-ENTRADA  OCCURS 2000 TIMES.
               10  WS-CP-REGISTRO       PIC X(72).

      *-----> COMPRADORES COM VENDA ATIVA NO VENDAMST
       77  WS-QTDE-VA                 PIC 9(04) VALUE ZEROS.
       77  WS-VA-I                    PIC 9(04).
       01  WS-TAB-VENDAS-ATIVAS.
           05  WS-VA-COMPRADOR  OCCURS 2000 TIMES
                                      PIC 9(05).

      *-----> CONFERENCIA DOS DIGITOS VERIFICADORES DO CPF - MODULO 11
      *       SOBRE OS 9 PRIMEIROS DIGITOS (PESOS 10 A 2) E SOBRE OS
      *       10 PRIMEIROS (PESOS 11 A 2); RESTO < 2 DA DIGITO ZERO
       01  WS-CPF-CONF                PIC 9(11).
       01  WS-CPF-DIGITOS REDEFINES WS-CPF-CONF.
           05  WS-CPF-DIG   OCCURS 11 TIMES
                                      PIC 9(01).
       77  WS-DG-I                    PIC 9(02).
       77  WS-DG-SOMA                 PIC 9(04).
       77  WS-DG-QUOC                 PIC 9(04).
       77  WS-DG-RESTO                PIC 9(02).
       77  WS-DG-CALC                 PIC 9(01).
       77  WS-DG-IGUAIS               PIC 9(02).

      *-----> AREA DO AUTORIZADOR DE OPERADORES (CGOPAUT) - TODA
      *       TRANSACAO CARREGA O OPERADOR E E CONFERIDA CONTRA O
      *       ARQUIVO OPERAUT ANTES DE TOCAR O CADASTRO
           COPY CGOPAUTA.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG050.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG050 - MANUTENCAO DO CADASTRO DE COMPRADORES"
           DISPLAY "INCLUSAO / ALTERACAO / BAIXA"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           IF WS-ABEND NOT = 'S'
              PERFORM 080-REGRAVAR-COMPMST
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           OPEN INPUT SYSIN
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 014-ABRIR-COMPJRN
           PERFORM 015-CARREGAR-COMPMST
           PERFORM 017-CARREGAR-VENDAS
           IF WS-ABEND = 'S'
              MOVE 'S' TO WS-FIM
              MOVE 08  TO RETURN-CODE
           ELSE
              PERFORM 025-LER-SYSIN
           END-IF
           .
       012-ABRIR-CTLTOTAL.

           OPEN EXTEND CTLTOTAL
           IF WS-FS-CTLTOTAL = '35'
               OPEN OUTPUT CTLTOTAL
           END-IF
           .
       013-ABRIR-EXCEPREL.

           OPEN EXTEND EXCEPREL
           IF WS-FS-EXCEPREL = '35'
               OPEN OUTPUT EXCEPREL
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O JORNAL DE AUDITORIA - SEMPRE EM EXTEND, DATASET
      *    PERMANENTE; NA 1A VEZ (FILE STATUS 35) ABRE EM OUTPUT
      *--------------------------------------------------------------*
       014-ABRIR-COMPJRN.

           OPEN EXTEND COMPJRN
           IF WS-FS-COMPJRN = '35'
               OPEN OUTPUT COMPJRN
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CADASTRO DE COMPRADORES - SEM O ARQUIVO (FILE
      *    STATUS 35) O CADASTRO COMECA VAZIO; TABELA ESTOURADA
      *    ABORTA, POIS A REGRAVACAO PERDERIA COMPRADORES
      *--------------------------------------------------------------*
       015-CARREGAR-COMPMST.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT COMPMST
           IF WS-FS-COMPMST = '35'
              DISPLAY ' * COMPMST INEXISTENTE - CADASTRO INICIADO VAZIO'
              MOVE 'S' TO WS-FIM-AUX
           ELSE
              IF WS-FS-COMPMST NOT = '00'
                 DISPLAY ' * ERRO ABRINDO COMPMST - FS=' WS-FS-COMPMST
                 MOVE 'S' TO WS-ABEND
                 MOVE 'S' TO WS-FIM-AUX
              END-IF
           END-IF
           PERFORM 016-LER-COMPRADOR UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-COMPMST = '00' OR WS-FS-COMPMST = '10'
              CLOSE COMPMST
           END-IF
           .
       016-LER-COMPRADOR.

           READ COMPMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF WS-QTDE-CP < 2000
                      ADD 1 TO WS-QTDE-CP
                      MOVE WS-REG-COMPRADOR TO
                          WS-CP-REGISTRO (WS-QTDE-CP)
                   ELSE
                      DISPLAY ' * ERRO: TABELA DE COMPRADORES CHEIA'
                          ' (2000) - CADASTRO NAO SERA REGRAVADO'
                      MOVE 'S' TO WS-ABEND
                      MOVE 'S' TO WS-FIM-AUX
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS COMPRADORES COM VENDA ATIVA - BASE DA RECUSA
      *    DE BAIXA
      *--------------------------------------------------------------*
       017-CARREGAR-VENDAS.

           MOVE 'N' TO WS-FIM-AUX
           OPEN INPUT VENDAMST
           IF WS-FS-VENDAMST NOT = '00'
              DISPLAY ' * ERRO ABRINDO VENDAMST - FS=' WS-FS-VENDAMST
                  ' - BAIXA SEM CONFERENCIA DE VENDAS NAO E PERMITIDA'
              MOVE 'S' TO WS-ABEND
              MOVE 'S' TO WS-FIM-AUX
           END-IF
           PERFORM 018-LER-VENDA UNTIL WS-FIM-AUX = 'S'
           IF WS-FS-VENDAMST = '00' OR WS-FS-VENDAMST = '10'
              CLOSE VENDAMST
           END-IF
           .
       018-LER-VENDA.

           READ VENDAMST
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   IF VN-STATUS = 'ATIVA'
                      IF WS-QTDE-VA < 2000
                         ADD 1 TO WS-QTDE-VA
                         MOVE VN-COMPRADOR TO
                             WS-VA-COMPRADOR (WS-QTDE-VA)
                      ELSE
                         DISPLAY ' * ERRO: TABELA DE VENDAS ATIVAS'
                             ' CHEIA (2000)'
                         MOVE 'S' TO WS-ABEND
                         MOVE 'S' TO WS-FIM-AUX
                      END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    LEITURA DA TRANSACAO DE MANUTENCAO - VIA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           READ SYSIN
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONFERIR O OPERADOR E DESVIAR PARA A OPERACAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 028-AUTORIZAR-OPERADOR
           IF OA-AUTORIZADO = 'N'
              MOVE 'OPERADOR NAO AUTORIZADO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              PERFORM 031-EXECUTAR-TRANSACAO
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CONFERIR O OPERADOR DO CARTAO CONTRA O ARQUIVO OPERAUT
      *--------------------------------------------------------------*
       028-AUTORIZAR-OPERADOR.

           MOVE WS-OPER-TRANS TO OA-OPERADOR
           MOVE 'CGPRG050'    TO OA-PROGRAMA
           MOVE WS-TIPO-TRANS TO OA-TIPO
           CALL 'CGOPAUT' USING OA-AREA
           .
      *--------------------------------------------------------------*
      *    DESVIAR PARA A OPERACAO INDICADA PELO TIPO DA TRANSACAO
      *--------------------------------------------------------------*
       031-EXECUTAR-TRANSACAO.

           EVALUATE WS-TIPO-TRANS
               WHEN 'I'
                   PERFORM 040-INCLUIR-COMPRADOR
               WHEN 'A'
                   PERFORM 050-ALTERAR-COMPRADOR
               WHEN 'B'
                   PERFORM 055-BAIXAR-COMPRADOR
               WHEN OTHER
                   MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-MOTIVO-EXC
                   PERFORM 060-GRAVAR-EXCECAO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O COMPRADOR DA TRANSACAO NA TABELA
      *--------------------------------------------------------------*
       035-LOCALIZAR-COMPRADOR.

           MOVE 'N'   TO WS-CP-ACHOU
           MOVE ZEROS TO WS-CP-IDX
           PERFORM 036-COMPARAR-COMPRADOR
              VARYING WS-CP-I FROM 1 BY 1
              UNTIL WS-CP-I > WS-QTDE-CP OR WS-CP-ACHOU = 'S'
           .
       036-COMPARAR-COMPRADOR.

           MOVE WS-CP-REGISTRO (WS-CP-I) TO WS-REG-COMPRADOR
           IF CP-CODIGO = WS-COD-TRANS
              MOVE WS-CP-I TO WS-CP-IDX
              MOVE 'S'     TO WS-CP-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUSAO DE COMPRADOR NOVO - ENTRA ATIVO
      *--------------------------------------------------------------*
       040-INCLUIR-COMPRADOR.

           PERFORM 035-LOCALIZAR-COMPRADOR
           IF WS-CP-ACHOU = 'S'
              MOVE 'COMPRADOR JA CADASTRADO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF WS-NOME-TRANS = SPACES
                 MOVE 'NOME DO COMPRADOR AUSENTE' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 PERFORM 070-CONFERIR-CPF
                 IF WS-CPF-OK = 'N'
                    PERFORM 060-GRAVAR-EXCECAO
                 ELSE
                    PERFORM 041-GRAVAR-INCLUSAO
                 END-IF
              END-IF
           END-IF
           .
       041-GRAVAR-INCLUSAO.

           IF WS-QTDE-CP NOT < 2000
              MOVE 'TABELA DE COMPRADORES CHEIA' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              MOVE WS-COD-TRANS  TO CP-CODIGO
              MOVE WS-NOME-TRANS TO CP-NOME
              MOVE WS-CPF-TRANS  TO CP-CPF
              MOVE WS-END-TRANS  TO CP-ENDERECO
              MOVE 'S'           TO CP-ATIVO
              ADD 1 TO WS-QTDE-CP
              MOVE WS-REG-COMPRADOR TO WS-CP-REGISTRO (WS-QTDE-CP)
              ADD 1 TO WS-CTINCLUI
              MOVE 'I'    TO WS-OPER-JRN
              MOVE SPACES TO WS-IMAGEM-ANTES
              PERFORM 065-GRAVAR-JORNAL
              DISPLAY ' * COMPRADOR INCLUIDO: ' CP-CODIGO
                  ' ' CP-NOME
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERACAO DE NOME, CPF E ENDERECO - CAMPO EM BRANCO OU
      *    ZERADO NA TRANSACAO PRESERVA O CONTEUDO DO CADASTRO
      *--------------------------------------------------------------*
       050-ALTERAR-COMPRADOR.

           PERFORM 035-LOCALIZAR-COMPRADOR
           IF WS-CP-ACHOU = 'N'
              MOVE 'COMPRADOR NAO CADASTRADO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              MOVE 'S' TO WS-CPF-OK
              IF WS-CPF-TRANS NOT = ZEROS
                 PERFORM 070-CONFERIR-CPF
              END-IF
              IF WS-CPF-OK = 'N'
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 PERFORM 051-REGRAVAR-COMPRADOR
              END-IF
           END-IF
           .
       051-REGRAVAR-COMPRADOR.

           MOVE WS-CP-REGISTRO (WS-CP-IDX) TO WS-REG-COMPRADOR
           MOVE WS-REG-COMPRADOR TO WS-IMAGEM-ANTES
           IF WS-NOME-TRANS NOT = SPACES
              MOVE WS-NOME-TRANS TO CP-NOME
           END-IF
           IF WS-CPF-TRANS NOT = ZEROS
              MOVE WS-CPF-TRANS  TO CP-CPF
           END-IF
           IF WS-END-TRANS NOT = SPACES
              MOVE WS-END-TRANS  TO CP-ENDERECO
           END-IF
           MOVE WS-REG-COMPRADOR TO WS-CP-REGISTRO (WS-CP-IDX)
           ADD 1 TO WS-CTALTERA
           MOVE 'A' TO WS-OPER-JRN
           PERFORM 065-GRAVAR-JORNAL
           DISPLAY ' * COMPRADOR ALTERADO: ' CP-CODIGO
               ' ' CP-NOME ' CPF ' CP-CPF
           .
      *--------------------------------------------------------------*
      *    BAIXA DO COMPRADOR - RECUSADA ENQUANTO ELE AINDA TIVER
      *    VENDA ATIVA NO VENDAMST (A VENDA TEM QUE SER QUITADA OU
      *    CANCELADA ANTES)
      *--------------------------------------------------------------*
       055-BAIXAR-COMPRADOR.

           PERFORM 035-LOCALIZAR-COMPRADOR
           IF WS-CP-ACHOU = 'N'
              MOVE 'COMPRADOR NAO CADASTRADO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              MOVE 'N' TO WS-TEM-VENDA
              PERFORM 056-CONFERIR-VENDA
                 VARYING WS-VA-I FROM 1 BY 1
                 UNTIL WS-VA-I > WS-QTDE-VA OR WS-TEM-VENDA = 'S'
              IF WS-TEM-VENDA = 'S'
                 MOVE 'COMPRADOR COM VENDA ATIVA' TO WS-MOTIVO-EXC
                 PERFORM 060-GRAVAR-EXCECAO
              ELSE
                 PERFORM 058-REGRAVAR-BAIXA
              END-IF
           END-IF
           .
       056-CONFERIR-VENDA.

           IF WS-VA-COMPRADOR (WS-VA-I) = WS-COD-TRANS
              MOVE 'S' TO WS-TEM-VENDA
           END-IF
           .
       058-REGRAVAR-BAIXA.

           MOVE WS-CP-REGISTRO (WS-CP-IDX) TO WS-REG-COMPRADOR
           MOVE WS-REG-COMPRADOR TO WS-IMAGEM-ANTES
           IF CP-ATIVO = 'N'
              MOVE 'COMPRADOR JA ESTAVA INATIVO' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              MOVE 'N' TO CP-ATIVO
              MOVE WS-REG-COMPRADOR TO WS-CP-REGISTRO (WS-CP-IDX)
              ADD 1 TO WS-CTBAIXA
              MOVE 'B' TO WS-OPER-JRN
              PERFORM 065-GRAVAR-JORNAL
              DISPLAY ' * COMPRADOR DESATIVADO: ' CP-CODIGO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A TRANSACAO INVALIDA NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           ADD 1 TO WS-CTINVALID
           DISPLAY ' * TRANSACAO INVALIDA - TIPO: ' WS-TIPO-TRANS
               ' COMPRADOR: ' WS-COD-TRANS
               ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG050'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'LOTES'         TO EX-SUBSISTEMA
           MOVE WS-COD-TRANS    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO JORNAL DE AUDITORIA A IMAGEM ANTES/DEPOIS DA
      *    OPERACAO RECEM-APLICADA NO CADASTRO E O OPERADOR
      *--------------------------------------------------------------*
       065-GRAVAR-JORNAL.

           MOVE 'CGPRG050'        TO JR-PROGRAMA
           MOVE WS-DATA-EXEC      TO JR-DATA-EXECUCAO
           MOVE WS-OPER-JRN       TO JR-OPERACAO
           MOVE WS-IMAGEM-ANTES   TO JR-IMAGEM-ANTES
           MOVE WS-REG-COMPRADOR  TO JR-IMAGEM-DEPOIS
           MOVE WS-OPER-TRANS     TO JR-OPERADOR
           WRITE WS-REG-JORNAL
           .
      *--------------------------------------------------------------*
      *    CONFERIR O CPF DA TRANSACAO - DIGITOS VERIFICADORES E
      *    DUPLICIDADE COM OUTRO CODIGO DE COMPRADOR
      *--------------------------------------------------------------*
       070-CONFERIR-CPF.

           MOVE 'S'          TO WS-CPF-OK
           MOVE WS-CPF-TRANS TO WS-CPF-CONF

      *    CPF COM OS ONZE DIGITOS IGUAIS PASSA NO MODULO 11 MAS NAO
      *    E EMITIDO PELA RECEITA
           MOVE ZEROS TO WS-DG-IGUAIS
           PERFORM 071-CONTAR-IGUAIS
              VARYING WS-DG-I FROM 2 BY 1 UNTIL WS-DG-I > 11
           IF WS-DG-IGUAIS = 10
              MOVE 'N' TO WS-CPF-OK
           END-IF

      *    PRIMEIRO DIGITO VERIFICADOR
           IF WS-CPF-OK = 'S'
              MOVE ZEROS TO WS-DG-SOMA
              PERFORM 072-SOMAR-DV1
                 VARYING WS-DG-I FROM 1 BY 1 UNTIL WS-DG-I > 9
              PERFORM 075-CALCULAR-DIGITO
              IF WS-DG-CALC NOT = WS-CPF-DIG (10)
                 MOVE 'N' TO WS-CPF-OK
              END-IF
           END-IF

      *    SEGUNDO DIGITO VERIFICADOR
           IF WS-CPF-OK = 'S'
              MOVE ZEROS TO WS-DG-SOMA
              PERFORM 073-SOMAR-DV2
                 VARYING WS-DG-I FROM 1 BY 1 UNTIL WS-DG-I > 10
              PERFORM 075-CALCULAR-DIGITO
              IF WS-DG-CALC NOT = WS-CPF-DIG (11)
                 MOVE 'N' TO WS-CPF-OK
              END-IF
           END-IF

           IF WS-CPF-OK = 'N'
              MOVE 'CPF COM DIGITO INVALIDO' TO WS-MOTIVO-EXC
           ELSE
              PERFORM 074-PROCURAR-CPF-DUPLO
                 VARYING WS-CP-I FROM 1 BY 1
                 UNTIL WS-CP-I > WS-QTDE-CP OR WS-CPF-OK = 'N'
              IF WS-CPF-OK = 'N'
                 MOVE 'CPF JA CADASTRADO P/ OUTRO COD' TO
                     WS-MOTIVO-EXC
              END-IF
           END-IF
           .
       071-CONTAR-IGUAIS.

           IF WS-CPF-DIG (WS-DG-I) = WS-CPF-DIG (1)
              ADD 1 TO WS-DG-IGUAIS
           END-IF
           .
       072-SOMAR-DV1.

           COMPUTE WS-DG-SOMA = WS-DG-SOMA +
               WS-CPF-DIG (WS-DG-I) * (11 - WS-DG-I)
           .
       073-SOMAR-DV2.

           COMPUTE WS-DG-SOMA = WS-DG-SOMA +
               WS-CPF-DIG (WS-DG-I) * (12 - WS-DG-I)
           .
       074-PROCURAR-CPF-DUPLO.

           MOVE WS-CP-REGISTRO (WS-CP-I) TO WS-REG-COMPRADOR
           IF CP-CPF = WS-CPF-TRANS AND CP-CODIGO NOT = WS-COD-TRANS
              MOVE 'N' TO WS-CPF-OK
           END-IF
           .
      *--------------------------------------------------------------*
      *    DIGITO = 11 - RESTO DA SOMA POR 11; RESTO 0 OU 1 DA ZERO
      *--------------------------------------------------------------*
       075-CALCULAR-DIGITO.

           DIVIDE WS-DG-SOMA BY 11 GIVING WS-DG-QUOC
               REMAINDER WS-DG-RESTO
           IF WS-DG-RESTO < 2
              MOVE ZEROS TO WS-DG-CALC
           ELSE
              COMPUTE WS-DG-CALC = 11 - WS-DG-RESTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR O CADASTRO A PARTIR DA TABELA - SO QUANDO ALGUMA
      *    TRANSACAO FOI APLICADA
      *--------------------------------------------------------------*
       080-REGRAVAR-COMPMST.

           IF WS-CTINCLUI + WS-CTALTERA + WS-CTBAIXA > ZEROS
              OPEN OUTPUT COMPMST
              IF WS-FS-COMPMST NOT = '00'
                 DISPLAY ' * ERRO REGRAVANDO COMPMST - FS='
                     WS-FS-COMPMST
                 MOVE 08 TO RETURN-CODE
              ELSE
                 PERFORM 081-GRAVAR-COMPRADOR
                    VARYING WS-CP-I FROM 1 BY 1
                    UNTIL WS-CP-I > WS-QTDE-CP
                 CLOSE COMPMST
              END-IF
           END-IF
           .
       081-GRAVAR-COMPRADOR.

           MOVE WS-CP-REGISTRO (WS-CP-I) TO WS-REG-COMPRADOR
           WRITE WS-REG-COMPRADOR
           ADD 1 TO WS-CTGRAVADO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTLIDO = ZEROS OR WS-ABEND = 'S'
              MOVE 08 TO RETURN-CODE
           ELSE
              IF RETURN-CODE NOT = 08
                 IF WS-CTINVALID > ZEROS
                    MOVE 04 TO RETURN-CODE
                 ELSE
                    MOVE 00 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF

           MOVE 'CGPRG050'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRANSACOES LIDAS'              TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG050'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COMPRADORES INCLUIDOS'         TO CT-DESCRICAO
           MOVE WS-CTINCLUI          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG050'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COMPRADORES ALTERADOS'         TO CT-DESCRICAO
           MOVE WS-CTALTERA          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG050'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COMPRADORES DESATIVADOS'       TO CT-DESCRICAO
           MOVE WS-CTBAIXA           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG050'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'TRANSACOES INVALIDAS'          TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG050'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'COMPRADORES REGRAVADOS'        TO CT-DESCRICAO
           MOVE WS-CTGRAVADO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE SYSIN
           CLOSE COMPJRN
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG050        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * TRANSACOES LIDAS.......: ' WS-CTLIDO
           DISPLAY ' * COMPRADORES INCLUIDOS..: ' WS-CTINCLUI
           DISPLAY ' * COMPRADORES ALTERADOS..: ' WS-CTALTERA
           DISPLAY ' * COMPRADORES DESATIVADOS: ' WS-CTBAIXA
           DISPLAY ' * TRANSACOES INVALIDAS...: ' WS-CTINVALID
           DISPLAY ' * COMPRADORES REGRAVADOS.: ' WS-CTGRAVADO
           DISPLAY ' * CODIGO DE RETORNO......: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG050        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG050 <-------------------*
