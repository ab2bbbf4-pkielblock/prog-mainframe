       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG065.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 03/10/2026.
       DATE-COMPILED. 03/10/2026.
      *--------------------------------------------------------------*
      *    ENTRADA DO ARQUIVO DE OCORRENCIAS DO DETRAN - O DECK       *
      *    ACIDENTES ERA DIGITADO A PARTIR DO RELATORIO DO DETRAN,    *
      *    QUE JA CHEGA EM ARQUIVO (LAYOUT CGDETRAN): UM REGISTRO     *
      *    POR OCORRENCIA, COM O MUNICIPIO NO CODIGO IBGE DE 7        *
      *    DIGITOS, DATA/HORA E A GRAVIDADE NA CODIFICACAO DO DETRAN. *
      *    ESTE PROGRAMA TRADUZ O MUNICIPIO PARA O CODIGO DE CIDADE   *
      *    DE 5 DIGITOS PELO DE-PARA IBGEXW (LAYOUT CGIBGEXW), JUNTA  *
      *    AS OCORRENCIAS EM UM REGISTRO POR CIDADE POR DIA E GRAVA   *
      *    O DECK ACIDENTES COM O CABECALHO/TRAILER PADRAO LIDO PELOS *
      *    CGPRG006/CGPRG007 (MESMO PADRAO DO CGPRG038):              *
      *    VEICULOS  - SOMA DOS VEICULOS ENVOLVIDOS NAS OCORRENCIAS   *
      *    ACIDENTES - QUANTIDADE DE OCORRENCIAS                      *
      *    OBITOS    - SOMA DOS OBITOS DAS OCORRENCIAS                *
      *    BAFOMETRO - 'S' SE ALGUMA OCORRENCIA DO DIA TEVE TESTE     *
      *                POSITIVO OU RECUSA, 'N' NOS DEMAIS CASOS       *
      *    O DECK SAI EM ORDEM DE DATA + CIDADE (O CGPRG007 QUEBRA    *
      *    POR DATA). MUNICIPIO FORA DO DE-PARA E OCORRENCIA COM      *
      *    CAMPO INVALIDO NAO ENTRAM NO DECK: VAO PARA O EXCEPREL.    *
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
           SELECT DETRAN    ASSIGN TO "DETRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DETRAN.
           SELECT IBGEXW    ASSIGN TO "IBGEXW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-IBGEXW.
           SELECT ORDDETR   ASSIGN TO "SORTWK01".
           SELECT ACIDWORK  ASSIGN TO "ACIDWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACIDWORK.
           SELECT ACIDENTES ASSIGN TO "ACIDENTES"
               ORGANIZATION IS SEQUENTIAL.
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
       FD  DETRAN
           LABEL RECORDS ARE STANDARD.
           COPY CGDETRAN.

       FD  IBGEXW
           LABEL RECORDS ARE STANDARD.
           COPY CGIBGEXW.

      *-----> OCORRENCIAS VALIDAS JA TRADUZIDAS, EM ORDEM DE DATA +
      *       CIDADE PARA A QUEBRA
       SD  ORDDETR.
       01  SR-REG-OCORRENCIA.
           05  SR-DATA             PIC 9(08).
           05  SR-CIDADE           PIC 9(05).
           05  SR-UF               PIC X(02).
           05  SR-QTD-VEICULOS     PIC 9(03).
           05  SR-QTD-OBITOS       PIC 9(03).
           05  SR-TESTE-ALCOOL     PIC X(01).

      *-----> REGISTROS CIDADE X DIA JA APURADOS - O CABECALHO DO
      *       DECK LEVA A QUANTIDADE PREVISTA, ENTAO O DECK SO E
      *       MONTADO DEPOIS DA APURACAO COMPLETA
       FD  ACIDWORK
           LABEL RECORDS ARE STANDARD.
       01  WK-REG-ACID.
           05 WK-CIDADE           PIC 9(05).
           05 WK-ESTADO           PIC X(2).
           05 WK-QTD-VEICULOS     PIC 9(07).
           05 WK-BAFOMETRO        PIC X(01).
           05 WK-QTD-ACIDENTES    PIC 9(04).
           05 WK-QTD-OBITOS       PIC 9(04).
           05 WK-DATA-ACID        PIC 9(08).

      *-----> DECK ACIDENTES - LAYOUT DOS CGPRG006/CGPRG007
       FD  ACIDENTES
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-ACID.
           05 WS-CIDADE           PIC 9(05).
           05 WS-ESTADO           PIC X(2).
           05 WS-QTD-VEICULOS     PIC 9(07).
           05 WS-BAFOMETRO        PIC X(01).
           05 WS-QTD-ACIDENTES    PIC 9(04).
           05 WS-QTD-OBITOS       PIC 9(04).
           05 WS-DATA-ACID        PIC 9(08).
       01  WS-REG-CABEC-ACID.
           05 CB-ROTULO-AC        PIC X(03).
           05 CB-ORIGEM-AC        PIC X(08).
           05 CB-DATA-AC          PIC 9(08).
           05 CB-QTDPREV-AC       PIC 9(07).
       01  WS-REG-TRAIL-ACID.
           05 TL-ROTULO-AC        PIC X(03).
           05 TL-QTD-AC           PIC 9(07).
           05 TL-HASH-AC          PIC 9(13).

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
           05  WS-ABEND               PIC X(01) VALUE 'N'.
           05  WS-FIM-AUX             PIC X(01) VALUE 'N'.
           05  WS-FIM-SORT            PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTVALIDO            PIC 9(07) VALUE ZEROS.
           05  WS-CTSEMDEPARA         PIC 9(07) VALUE ZEROS.
           05  WS-CTINVALID           PIC 9(07) VALUE ZEROS.
           05  WS-CTXWREJ             PIC 9(07) VALUE ZEROS.
           05  WS-CTGRAVADO           PIC 9(07) VALUE ZEROS.
           05  WS-CTSEMVITIMA         PIC 9(07) VALUE ZEROS.
           05  WS-CTFERIDO            PIC 9(07) VALUE ZEROS.
           05  WS-CTFATAL             PIC 9(07) VALUE ZEROS.
           05  WS-HASH-DECK           PIC 9(13) VALUE ZEROS.
           05  WS-FS-DETRAN           PIC X(02).
           05  WS-FS-IBGEXW           PIC X(02).
           05  WS-FS-ACIDWORK         PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-MOTIVO-EXC          PIC X(30).
           05  WS-CHAVE-EXC           PIC X(13).

      *-----> DE-PARA IBGE X CIDADE CARREGADO DO IBGEXW (O CADASTRO
      *       ESTADUAL TEM 645 MUNICIPIOS)
       77  WS-QTDE-XW                 PIC 9(04) VALUE ZEROS.
       77  WS-XW-I                    PIC 9(04).
       77  WS-XW-IDX                  PIC 9(04).
       77  WS-XW-ACHOU                PIC X(01).
       77  WS-XW-BUSCA                PIC 9(07).
       01  WS-TAB-DEPARA.
           05  WS-DEPARA  OCCURS 1000 TIMES.
               10  WS-XW-IBGE           PIC 9(07).
               10  WS-XW-CIDADE         PIC 9(05).
               10  WS-XW-UF             PIC X(02).

      *-----> CIDADE X DIA EM QUEBRA
       01  WS-QUEBRA.
           05  WS-QB-DATA             PIC 9(08) VALUE ZEROS.
           05  WS-QB-CIDADE           PIC 9(05) VALUE ZEROS.
           05  WS-QB-UF               PIC X(02).
           05  WS-QB-VEICULOS         PIC 9(07).
           05  WS-QB-ACIDENTES        PIC 9(04).
           05  WS-QB-OBITOS           PIC 9(04).
           05  WS-QB-BAFOMETRO        PIC X(01).
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG065.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG065 - ENTRADA DO ARQUIVO DE OCORRENCIAS"
           DISPLAY "DO DETRAN"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              SORT ORDDETR
                  ON ASCENDING KEY SR-DATA
                                   SR-CIDADE
                  INPUT PROCEDURE IS 200-LIBERAR-OCORRENCIAS
                  OUTPUT PROCEDURE IS 300-APURAR-CIDADE-DIA
              PERFORM 080-MONTAR-DECK
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           PERFORM 012-ABRIR-CTLTOTAL
           PERFORM 013-ABRIR-EXCEPREL
           PERFORM 005-CARREGAR-DEPARA
           IF WS-ABEND NOT = 'S'
              OPEN INPUT DETRAN
              IF WS-FS-DETRAN NOT = '00'
                 DISPLAY ' * ERRO ABRINDO DETRAN - FS=' WS-FS-DETRAN
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-ABEND NOT = 'S'
              OPEN OUTPUT ACIDWORK
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR O DE-PARA - OBRIGATORIO; CODIGO IBGE REPETIDO
      *    FICA COM A PRIMEIRA OCORRENCIA E VAI AO EXCEPREL
      *--------------------------------------------------------------*
       005-CARREGAR-DEPARA.

           OPEN INPUT IBGEXW
           IF WS-FS-IBGEXW NOT = '00'
              DISPLAY ' * ERRO ABRINDO IBGEXW - FS=' WS-FS-IBGEXW
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-FIM-AUX
              PERFORM 006-LER-DEPARA UNTIL WS-FIM-AUX = 'S'
              CLOSE IBGEXW
              DISPLAY ' * MUNICIPIOS NO DE-PARA: ' WS-QTDE-XW
              IF WS-ABEND NOT = 'S' AND WS-QTDE-XW = ZEROS
                 DISPLAY ' * ERRO: DE-PARA IBGEXW VAZIO'
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
           END-IF
           .
       006-LER-DEPARA.

           READ IBGEXW
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   PERFORM 007-GUARDAR-DEPARA
           END-READ
           .
       007-GUARDAR-DEPARA.

           MOVE SPACES TO WS-MOTIVO-EXC
           IF XW-COD-IBGE NOT NUMERIC OR XW-COD-IBGE = ZEROS
              MOVE 'COD. IBGE INVALIDO NO DE-PARA' TO WS-MOTIVO-EXC
           ELSE
              IF XW-CIDADE NOT NUMERIC OR XW-CIDADE = ZEROS OR
                 XW-UF = SPACES
                 MOVE 'CIDADE/UF INVALIDA NO DE-PARA' TO WS-MOTIVO-EXC
              ELSE
                 MOVE XW-COD-IBGE TO WS-XW-BUSCA
                 PERFORM 050-PROCURAR-DEPARA
                 IF WS-XW-ACHOU = 'S'
                    MOVE 'IBGE REPETIDO NO DE-PARA' TO WS-MOTIVO-EXC
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIVO-EXC NOT = SPACES
              ADD 1 TO WS-CTXWREJ
              MOVE XW-REG-DEPARA (1:7) TO WS-CHAVE-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              IF WS-QTDE-XW < 1000
                 ADD 1 TO WS-QTDE-XW
                 MOVE XW-COD-IBGE TO WS-XW-IBGE (WS-QTDE-XW)
                 MOVE XW-CIDADE   TO WS-XW-CIDADE (WS-QTDE-XW)
                 MOVE XW-UF       TO WS-XW-UF (WS-QTDE-XW)
              ELSE
                 DISPLAY ' * TABELA DO DE-PARA CHEIA (1000)'
                 MOVE 'S' TO WS-FIM-AUX
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
              END-IF
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
      *    PROCURAR WS-XW-BUSCA NO DE-PARA - DEVOLVE WS-XW-ACHOU E
      *    WS-XW-IDX
      *--------------------------------------------------------------*
       050-PROCURAR-DEPARA.

           MOVE 'N' TO WS-XW-ACHOU
           PERFORM 051-COMPARAR-DEPARA
               VARYING WS-XW-I FROM 1 BY 1
               UNTIL WS-XW-I > WS-QTDE-XW OR WS-XW-ACHOU = 'S'
           .
       051-COMPARAR-DEPARA.

           IF WS-XW-IBGE (WS-XW-I) = WS-XW-BUSCA
              MOVE 'S'     TO WS-XW-ACHOU
              MOVE WS-XW-I TO WS-XW-IDX
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A OCORRENCIA RECUSADA NO EXCEPREL
      *--------------------------------------------------------------*
       060-GRAVAR-EXCECAO.

           DISPLAY ' * FORA DO DECK: ' WS-CHAVE-EXC ' - ' WS-MOTIVO-EXC

           MOVE 'CGPRG065'      TO EX-PROGRAMA
           MOVE WS-DATA-EXEC    TO EX-DATA-EXECUCAO
           MOVE 'ACIDENTES'     TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC    TO EX-CHAVE
           MOVE WS-MOTIVO-EXC   TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    MONTAR O DECK ACIDENTES: CABECALHO PADRAO COM A QUANTIDADE
      *    PREVISTA, OS REGISTROS APURADOS E O TRAILER PADRAO
      *    (QUANTIDADE + HASH = SOMA DAS QUANTIDADES DE ACIDENTES),
      *    CONFERIDOS NA CHEGADA PELOS CGPRG006/CGPRG007
      *--------------------------------------------------------------*
       080-MONTAR-DECK.

           CLOSE ACIDWORK
           OPEN OUTPUT ACIDENTES
           MOVE 'HDR'          TO CB-ROTULO-AC
           MOVE 'CGPRG065'     TO CB-ORIGEM-AC
           MOVE WS-DATA-HOJE   TO CB-DATA-AC
           MOVE WS-CTGRAVADO   TO CB-QTDPREV-AC
           WRITE WS-REG-CABEC-ACID

           OPEN INPUT ACIDWORK
           MOVE 'N' TO WS-FIM-AUX
           PERFORM 081-COPIAR-REGISTRO UNTIL WS-FIM-AUX = 'S'
           CLOSE ACIDWORK

           MOVE 'TRL'          TO TL-ROTULO-AC
           MOVE WS-CTGRAVADO   TO TL-QTD-AC
           MOVE WS-HASH-DECK   TO TL-HASH-AC
           WRITE WS-REG-TRAIL-ACID
           CLOSE ACIDENTES
           .
       081-COPIAR-REGISTRO.

           READ ACIDWORK
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   WRITE WS-REG-ACID FROM WK-REG-ACID
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - DETRAN VAZIO OU ERRO DE ABERTURA
      *    DEVOLVE RC 08; OCORRENCIA OU LINHA DO DE-PARA RECUSADA
      *    DEVOLVE RC 04
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-ABEND = 'S'
              MOVE 08 TO RETURN-CODE
           ELSE
              IF WS-CTLIDO = ZEROS
                 DISPLAY ' * ERRO: ARQUIVO DO DETRAN VAZIO'
                 MOVE 08 TO RETURN-CODE
              ELSE
                 IF WS-CTSEMDEPARA > ZEROS OR WS-CTINVALID > ZEROS
                    OR WS-CTXWREJ > ZEROS
                    MOVE 04 TO RETURN-CODE
                 ELSE
                    MOVE 00 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF

           MOVE 'CGPRG065'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'OCORRENCIAS LIDAS DO DETRAN'   TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG065'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'OCORRENCIAS SEM VITIMA'        TO CT-DESCRICAO
           MOVE WS-CTSEMVITIMA       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG065'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'OCORRENCIAS COM FERIDO'        TO CT-DESCRICAO
           MOVE WS-CTFERIDO          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG065'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'OCORRENCIAS COM VITIMA FATAL'  TO CT-DESCRICAO
           MOVE WS-CTFATAL           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG065'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'MUNICIPIO SEM DE-PARA'         TO CT-DESCRICAO
           MOVE WS-CTSEMDEPARA       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG065'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'OCORRENCIAS INVALIDAS'         TO CT-DESCRICAO
           MOVE WS-CTINVALID         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG065'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'LINHAS DO DE-PARA RECUSADAS'   TO CT-DESCRICAO
           MOVE WS-CTXWREJ           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG065'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS CIDADE X DIA NO DECK' TO CT-DESCRICAO
           MOVE WS-CTGRAVADO         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           IF WS-ABEND NOT = 'S'
              CLOSE DETRAN
           END-IF
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG065        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * OCORRENCIAS LIDAS..........: ' WS-CTLIDO
           DISPLAY ' *   SEM VITIMA...............: ' WS-CTSEMVITIMA
           DISPLAY ' *   COM FERIDO...............: ' WS-CTFERIDO
           DISPLAY ' *   COM VITIMA FATAL.........: ' WS-CTFATAL
           DISPLAY ' * MUNICIPIO SEM DE-PARA......: ' WS-CTSEMDEPARA
           DISPLAY ' * OCORRENCIAS INVALIDAS......: ' WS-CTINVALID
           DISPLAY ' * LINHAS DO DE-PARA RECUSADAS: ' WS-CTXWREJ
           DISPLAY ' * OCORRENCIAS NO DECK........: ' WS-CTVALIDO
           DISPLAY ' * REGISTROS CIDADE X DIA.....: ' WS-CTGRAVADO
           DISPLAY ' * HASH DO DECK...............: ' WS-HASH-DECK
           DISPLAY ' * CODIGO DE RETORNO..........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG065        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    INPUT PROCEDURE DO SORT - CRITICAR A OCORRENCIA, TRADUZIR
      *    O MUNICIPIO PELO DE-PARA E LIBERAR SO AS VALIDAS
      *--------------------------------------------------------------*
       200-LIBERAR-OCORRENCIAS.

           MOVE 'N' TO WS-FIM-AUX
           PERFORM 201-LER-DETRAN UNTIL WS-FIM-AUX = 'S'
           .
       201-LER-DETRAN.

           READ DETRAN
               AT END
                   MOVE 'S' TO WS-FIM-AUX
               NOT AT END
                   ADD 1 TO WS-CTLIDO
                   PERFORM 210-CRITICAR-OCORRENCIA
           END-READ
           .
      *--------------------------------------------------------------*
      *    CRITICA DA OCORRENCIA - A GRAVIDADE DO DETRAN TEM QUE
      *    BATER COM OS OBITOS INFORMADOS ('3' SO COM OBITO)
      *--------------------------------------------------------------*
       210-CRITICAR-OCORRENCIA.

           MOVE SPACES            TO WS-MOTIVO-EXC
           MOVE DT-NUM-OCORRENCIA TO WS-CHAVE-EXC
           IF DT-DATA NOT NUMERIC OR DT-ANO < 2000 OR
              DT-MES < 01 OR DT-MES > 12 OR
              DT-DIA < 01 OR DT-DIA > 31
              MOVE 'DATA DA OCORRENCIA INVALIDA' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              (DT-QTD-VEICULOS NOT NUMERIC OR
               DT-QTD-FERIDOS  NOT NUMERIC OR
               DT-QTD-OBITOS   NOT NUMERIC)
              MOVE 'QUANTIDADE NAO NUMERICA' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC = SPACES
              EVALUATE DT-GRAVIDADE
                  WHEN '1'
                  WHEN '2'
                      IF DT-QTD-OBITOS > ZEROS
                         MOVE 'GRAVIDADE NAO BATE COM OBITOS' TO
                             WS-MOTIVO-EXC
                      END-IF
                  WHEN '3'
                      IF DT-QTD-OBITOS = ZEROS
                         MOVE 'GRAVIDADE NAO BATE COM OBITOS' TO
                             WS-MOTIVO-EXC
                      END-IF
                  WHEN OTHER
                      MOVE 'GRAVIDADE DETRAN INVALIDA' TO
                          WS-MOTIVO-EXC
              END-EVALUATE
           END-IF
           IF WS-MOTIVO-EXC = SPACES AND
              DT-TESTE-ALCOOL NOT = 'P' AND DT-TESTE-ALCOOL NOT = 'N'
              AND DT-TESTE-ALCOOL NOT = 'R'
              AND DT-TESTE-ALCOOL NOT = SPACE
              MOVE 'TESTE DE ALCOOLEMIA INVALIDO' TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC NOT = SPACES
              ADD 1 TO WS-CTINVALID
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              PERFORM 220-TRADUZIR-MUNICIPIO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MUNICIPIO FORA DO DE-PARA VAI AO EXCEPREL COM O CODIGO
      *    IBGE NA CHAVE, PARA A MANUTENCAO DO IBGEXW
      *--------------------------------------------------------------*
       220-TRADUZIR-MUNICIPIO.

           MOVE 'N' TO WS-XW-ACHOU
           IF DT-COD-IBGE NUMERIC
              MOVE DT-COD-IBGE TO WS-XW-BUSCA
              PERFORM 050-PROCURAR-DEPARA
           END-IF
           IF WS-XW-ACHOU = 'N'
              ADD 1 TO WS-CTSEMDEPARA
              MOVE DT-REG-OCORRENCIA (13:7) TO WS-CHAVE-EXC
              MOVE 'MUNICIPIO SEM DE-PARA (IBGEXW)' TO WS-MOTIVO-EXC
              PERFORM 060-GRAVAR-EXCECAO
           ELSE
              ADD 1 TO WS-CTVALIDO
              EVALUATE DT-GRAVIDADE
                  WHEN '1'
                      ADD 1 TO WS-CTSEMVITIMA
                  WHEN '2'
                      ADD 1 TO WS-CTFERIDO
                  WHEN OTHER
                      ADD 1 TO WS-CTFATAL
              END-EVALUATE
              MOVE DT-DATA                   TO SR-DATA
              MOVE WS-XW-CIDADE (WS-XW-IDX)  TO SR-CIDADE
              MOVE WS-XW-UF (WS-XW-IDX)      TO SR-UF
              MOVE DT-QTD-VEICULOS           TO SR-QTD-VEICULOS
              MOVE DT-QTD-OBITOS             TO SR-QTD-OBITOS
              MOVE DT-TESTE-ALCOOL           TO SR-TESTE-ALCOOL
              RELEASE SR-REG-OCORRENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    OUTPUT PROCEDURE DO SORT - QUEBRA POR DATA + CIDADE, UM
      *    REGISTRO DO DECK POR CIDADE POR DIA
      *--------------------------------------------------------------*
       300-APURAR-CIDADE-DIA.

           MOVE ZEROS TO WS-QB-DATA
           MOVE ZEROS TO WS-QB-CIDADE
           MOVE 'N'   TO WS-FIM-SORT
           PERFORM 310-RETORNAR-OCORRENCIA UNTIL WS-FIM-SORT = 'S'
           IF WS-QB-DATA NOT = ZEROS
              PERFORM 330-FECHAR-CIDADE-DIA
           END-IF
           .
       310-RETORNAR-OCORRENCIA.

           RETURN ORDDETR
               AT END
                   MOVE 'S' TO WS-FIM-SORT
               NOT AT END
                   PERFORM 320-ACUMULAR-OCORRENCIA
           END-RETURN
           .
       320-ACUMULAR-OCORRENCIA.

           IF SR-DATA NOT = WS-QB-DATA OR SR-CIDADE NOT = WS-QB-CIDADE
              IF WS-QB-DATA NOT = ZEROS
                 PERFORM 330-FECHAR-CIDADE-DIA
              END-IF
              MOVE SR-DATA    TO WS-QB-DATA
              MOVE SR-CIDADE  TO WS-QB-CIDADE
              MOVE SR-UF      TO WS-QB-UF
              MOVE ZEROS      TO WS-QB-VEICULOS
                                 WS-QB-ACIDENTES
                                 WS-QB-OBITOS
              MOVE 'N'        TO WS-QB-BAFOMETRO
           END-IF
           ADD SR-QTD-VEICULOS TO WS-QB-VEICULOS
           ADD 1               TO WS-QB-ACIDENTES
           ADD SR-QTD-OBITOS   TO WS-QB-OBITOS
           IF SR-TESTE-ALCOOL = 'P' OR SR-TESTE-ALCOOL = 'R'
              MOVE 'S' TO WS-QB-BAFOMETRO
           END-IF
           .
       330-FECHAR-CIDADE-DIA.

           MOVE WS-QB-CIDADE     TO WK-CIDADE
           MOVE WS-QB-UF         TO WK-ESTADO
           MOVE WS-QB-VEICULOS   TO WK-QTD-VEICULOS
           MOVE WS-QB-BAFOMETRO  TO WK-BAFOMETRO
           MOVE WS-QB-ACIDENTES  TO WK-QTD-ACIDENTES
           MOVE WS-QB-OBITOS     TO WK-QTD-OBITOS
           MOVE WS-QB-DATA       TO WK-DATA-ACID
           WRITE WK-REG-ACID
           ADD 1 TO WS-CTGRAVADO
           ADD WS-QB-ACIDENTES TO WS-HASH-DECK
               ON SIZE ERROR CONTINUE
           END-ADD
           .
      *---------------> FIM DO PROGRAMA CGPRG065 <-------------------*
