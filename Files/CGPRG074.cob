       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG074.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 14/10/2026.
       DATE-COMPILED. 14/10/2026.
      *--------------------------------------------------------------*
      *    CRITICA PREVIA DOS ARQUIVOS DE PARAMETRO DA CADEIA         *
      *    NOTURNA - RODA ANTES DO CGPRG001. CADA ARQUIVO MANTIDO A   *
      *    MAO (FAIXAS, PESOS, SEVFAIX, PESORISC, SPIKELIM, LIMITES,  *
      *    TOLERFIL, PRAZOS, SEVEXCEP, FSPOLICY E OPERAUT) E LIDO NO  *
      *    LAYOUT DO PROGRAMA QUE O USA E CONFERIDO CONTRA AS REGRAS  *
      *    PROPRIAS DELE (FAIXAS SOBREPOSTAS, PESOS QUE NAO SOMAM     *
      *    1,00, LIMITES FORA DE ORDEM, FALTA DA LINHA DEFAULT,       *
      *    CHAVES DUPLICADAS, LINHAS ALEM DA TABELA DO LEITOR...).    *
      *    CADA OCORRENCIA SAI NO PARMREL E NO EXCEPREL. A IMPRESSAO  *
      *    DIGITAL DE CADA ARQUIVO (QUANTIDADE + HASH DO CONTEUDO) E  *
      *    GUARDADA NO PARMFP E COMPARADA COM A DA RODADA ANTERIOR -  *
      *    O PARMREL LISTA O QUE MUDOU DESDE A NOITE PASSADA.         *
      *    RC 08 = ALGUM ARQUIVO INVALIDO (A CADEIA NAO RODA) OU      *
      *    PARMFP OU PARMREL INDISPONIVEL; RC 04 = ALGUM ARQUIVO      *
      *    OPCIONAL AUSENTE OU VAZIO (O LEITOR USA OS PADROES DELE)   *
      *    OU IMPRESSAO DIGITAL NAO GRAVADA NO PARMFP (A COMPARACAO   *
      *    DE AMANHA FICA SEM BASE); RC 00 = TUDO VALIDO.             *
      *    CARTAO (SYSIN, OPCIONAL): 'C' NA COLUNA 1 SO CRITICA E     *
      *    LISTA AS ALTERACOES, SEM GRAVAR A IMPRESSAO DO DIA (PARA   *
      *    CONFERIR UM ARQUIVO RECEM-EDITADO FORA DA CADEIA).         *
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
           SELECT SYSIN     ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SYSIN.
           SELECT FAIXAS    ASSIGN TO "FAIXAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT PESOS     ASSIGN TO "PESOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT SEVFAIX   ASSIGN TO "SEVFAIX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT PESORISC  ASSIGN TO "PESORISC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT SPIKELIM  ASSIGN TO "SPIKELIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT LIMITES   ASSIGN TO "LIMITES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT TOLERFIL  ASSIGN TO "TOLERFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT PRAZOS    ASSIGN TO "PRAZOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT SEVEXCEP  ASSIGN TO "SEVEXCEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT FSPOLICY  ASSIGN TO "FSPOLICY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT OPERAUT   ASSIGN TO "OPERAUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT PARMFP    ASSIGN TO "PARMFP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ARQUIVO
               FILE STATUS IS WS-FS-PARMFP.
           SELECT PARMREL   ASSIGN TO "PARMREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARMREL.
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
      *-----> CARTAO (OPCIONAL): MODO 'C' = SO CRITICA, SEM GRAVAR
      *       A IMPRESSAO DIGITAL NO PARMFP
       FD  SYSIN
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARM.
           05  WS-PARM-MODO           PIC X(01).

      *-----> ARQUIVOS DE PARAMETRO - O REGISTRO E COPIADO PARA
      *       WS-IMAGEM E CRITICADO NO LAYOUT DO PROGRAMA LEITOR
      *       (VER AS REDEFINICOES DE WS-IMAGEM)
       FD  FAIXAS
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-FAIXAS              PIC X(25).

       FD  PESOS
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PESOS               PIC X(21).

       FD  SEVFAIX
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-SEVFAIX             PIC X(13).

       FD  PESORISC
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PESORISC            PIC X(12).

       FD  SPIKELIM
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-SPIKELIM            PIC X(04).

       FD  LIMITES
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-LIMITES             PIC X(22).

       FD  TOLERFIL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-TOLERFIL            PIC X(43).

       FD  PRAZOS
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PRAZOS              PIC X(15).

       FD  SEVEXCEP
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-SEVEXCEP            PIC X(31).

       FD  FSPOLICY
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-FSPOLICY            PIC X(03).

       FD  OPERAUT
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-OPERAUT             PIC X(26).

       FD  PARMFP
           LABEL RECORDS ARE STANDARD.
           COPY CGPARMFP.

       FD  PARMREL
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-PARMREL             PIC X(80).

       FD  CTLTOTAL
           LABEL RECORDS ARE STANDARD.
           COPY CGCTLTOT.

       FD  EXCEPREL
           LABEL RECORDS ARE STANDARD.
           COPY CGEXCEP.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA DO GERADOR DE ALERTAS OPERACIONAIS (CGALERTA)
           COPY CGALRT.

      *-----> AREA AUXILIAR
       01  WS-AREA-AUX.
           05  WS-ABEND               PIC X(01) VALUE 'N'.
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-PRESENTE            PIC X(01).
           05  WS-PF-EXISTE           PIC X(01).
           05  WS-SO-CRITICA          PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTOCORR             PIC 9(05) VALUE ZEROS.
           05  WS-CTVALIDOS           PIC 9(02) VALUE ZEROS.
           05  WS-CTINVALIDOS         PIC 9(02) VALUE ZEROS.
           05  WS-CTAUSENTES          PIC 9(02) VALUE ZEROS.
           05  WS-CTALTERADOS         PIC 9(02) VALUE ZEROS.
           05  WS-CTERROPF            PIC 9(02) VALUE ZEROS.
           05  WS-FS-SYSIN            PIC X(02).
           05  WS-FS-PARM             PIC X(02).
           05  WS-FS-PARMFP           PIC X(02).
           05  WS-FS-PARMREL          PIC X(02).
           05  WS-FS-CTLTOTAL         PIC X(02).
           05  WS-FS-EXCEPREL         PIC X(02).
           05  WS-DATA-EXEC           PIC 9(08).
           05  WS-DATA-HOJE           PIC 9(08).

      *-----> ARQUIVOS CRITICADOS: DDNAME, TAMANHO DO REGISTRO E SE
      *       E OBRIGATORIO (SEM FAIXAS O CGPRG004 NAO CALCULA A
      *       COMISSAO; OS DEMAIS TEM PADRAO NO PROGRAMA LEITOR)
       01  WS-ARQUIVOS-PARM.
           05  FILLER                 PIC X(11) VALUE 'FAIXAS  25S'.
           05  FILLER                 PIC X(11) VALUE 'PESOS   21N'.
           05  FILLER                 PIC X(11) VALUE 'SEVFAIX 13N'.
           05  FILLER                 PIC X(11) VALUE 'PESORISC12N'.
           05  FILLER                 PIC X(11) VALUE 'SPIKELIM04N'.
           05  FILLER                 PIC X(11) VALUE 'LIMITES 22N'.
           05  FILLER                 PIC X(11) VALUE 'TOLERFIL43N'.
           05  FILLER                 PIC X(11) VALUE 'PRAZOS  15N'.
           05  FILLER                 PIC X(11) VALUE 'SEVEXCEP31N'.
           05  FILLER                 PIC X(11) VALUE 'FSPOLICY03N'.
           05  FILLER                 PIC X(11) VALUE 'OPERAUT 26N'.
       01  WS-TAB-ARQUIVOS REDEFINES WS-ARQUIVOS-PARM.
           05  WS-ARQUIVO  OCCURS 11 TIMES.
               10  WS-AQ-NOME          PIC X(08).
               10  WS-AQ-TAM           PIC 9(02).
               10  WS-AQ-OBRIG         PIC X(01).
       77  WS-QTDE-AQ                 PIC 9(02) VALUE 11.
       77  WS-AQ-I                    PIC 9(02).

      *-----> RESULTADO DA CRITICA E DA COMPARACAO POR ARQUIVO
       01  WS-TAB-RESULTADOS.
           05  WS-RESULTADO  OCCURS 11 TIMES.
               10  WS-RS-SITUACAO      PIC X(08).
               10  WS-RS-QTDE          PIC 9(07).
               10  WS-RS-HASH          PIC 9(10).
               10  WS-RS-OCORR         PIC 9(05).
               10  WS-RS-ALTERACAO     PIC X(13).
               10  WS-RS-QTDE-ANT      PIC 9(07).
               10  WS-RS-HASH-ANT      PIC 9(10).
               10  WS-RS-DATA-ANT      PIC 9(08).

      *-----> CONTROLE DA CRITICA DO ARQUIVO CORRENTE
       77  WS-TAM-REG                 PIC 9(02) VALUE ZEROS.
       77  WS-LINHA                   PIC 9(05) VALUE ZEROS.
       77  WS-LINHA-OCOR              PIC 9(05) VALUE ZEROS.
       77  WS-OCORR-ARQ               PIC 9(05) VALUE ZEROS.
       77  WS-QT-TABELA               PIC 9(03) VALUE ZEROS.
       77  WS-TEM-DEFAULT             PIC X(01) VALUE 'N'.
       77  WS-LIMITE-ANT              PIC 9(08)V99 VALUE ZEROS.
       77  WS-SOMA-PESOS              PIC 9(02)V99 VALUE ZEROS.
       77  WS-PRAZO-CADEIA            PIC 9(07) VALUE ZEROS.
       01  WS-MOTIVO                  PIC X(30).

      *-----> CHAVES JA LIDAS NO ARQUIVO CORRENTE (DUPLICIDADE)
       77  WS-QT-CHAVES               PIC 9(03) VALUE ZEROS.
       77  WS-CH-I                    PIC 9(03).
       77  WS-CH-ACHOU                PIC X(01).
       01  WS-CHAVE-ATUAL             PIC X(38).
       01  WS-TAB-CHAVES.
           05  WS-CHAVE  OCCURS 100 TIMES
                                      PIC X(38).

      *-----> PRAZOS POR PASSO, CONFERIDOS NO FIM CONTRA O DA CADEIA
       77  WS-QT-PRAZOS               PIC 9(02) VALUE ZEROS.
       77  WS-PZ-I                    PIC 9(02).
       01  WS-TAB-PRAZOS.
           05  WS-PZ  OCCURS 20 TIMES.
               10  WS-PZ-PROGRAMA      PIC X(08).
               10  WS-PZ-SEGUNDOS      PIC 9(07).
               10  WS-PZ-LINHA         PIC 9(05).

      *-----> REGISTRO CORRENTE NOS LAYOUTS DOS PROGRAMAS LEITORES
       01  WS-IMAGEM                  PIC X(43).
      *       FAIXAS - CGPRG004/017/031
       01  WS-IM-FAIXA  REDEFINES WS-IMAGEM.
           05  IM-FX-LIMITE           PIC 9(08)V99.
           05  IM-FX-COM-PCT          PIC 9V99.
           05  IM-FX-MENSAGEM         PIC X(12).
           05  FILLER                 PIC X(18).
      *       PESOS - CGPRG003
       01  WS-IM-PESO  REDEFINES WS-IMAGEM.
           05  IM-PS-CURSO            PIC X(12).
           05  IM-PS-PESO-N1          PIC 9V99.
           05  IM-PS-PESO-N2          PIC 9V99.
           05  IM-PS-PESO-N3          PIC 9V99.
           05  FILLER                 PIC X(22).
      *       SEVFAIX - CGPRG006/007/067 (CGSEVFX)
       01  WS-IM-SEVFAIX  REDEFINES WS-IMAGEM.
           05  IM-SV-LIMITE           PIC 9(03)V99.
           05  IM-SV-CLASSE           PIC X(08).
           05  FILLER                 PIC X(30).
      *       PESORISC - CGPRG007/068
       01  WS-IM-PESORISC  REDEFINES WS-IMAGEM.
           05  IM-PR-PESO-TAXA        PIC 9V99.
           05  IM-PR-PESO-LETAL       PIC 9V99.
           05  IM-PR-PESO-MORTAL      PIC 9V99.
           05  IM-PR-PESO-BAFO        PIC 9V99.
           05  FILLER                 PIC X(31).
      *       SPIKELIM - CGPRG007
       01  WS-IM-SPIKELIM  REDEFINES WS-IMAGEM.
           05  IM-SK-MULTIPLO         PIC 9(02)V99.
           05  FILLER                 PIC X(39).
      *       LIMITES - CGALERTA
       01  WS-IM-LIMITE  REDEFINES WS-IMAGEM.
           05  IM-LI-PROGRAMA         PIC X(08).
           05  IM-LI-MAX-REJ-PCT      PIC 9(03)V99.
           05  IM-LI-MIN-REGISTROS    PIC 9(09).
           05  FILLER                 PIC X(21).
      *       TOLERFIL - CGPRG020
       01  WS-IM-TOLER  REDEFINES WS-IMAGEM.
           05  IM-TL-CHAVE.
               10  IM-TL-PROGRAMA      PIC X(08).
               10  IM-TL-DESCRICAO     PIC X(30).
           05  IM-TL-PCT              PIC 9(03)V99.
      *       PRAZOS - CGPRG041
       01  WS-IM-PRAZO  REDEFINES WS-IMAGEM.
           05  IM-PZ-PROGRAMA         PIC X(08).
           05  IM-PZ-SEGUNDOS         PIC 9(07).
           05  FILLER                 PIC X(28).
      *       SEVEXCEP - CGPRG021/042
       01  WS-IM-SEVEXCEP  REDEFINES WS-IMAGEM.
           05  IM-SE-MOTIVO           PIC X(30).
           05  IM-SE-SEVERIDADE       PIC X(01).
           05  FILLER                 PIC X(12).
      *       FSPOLICY - CGFILSTA
       01  WS-IM-POLICY  REDEFINES WS-IMAGEM.
           05  IM-PL-STATUS           PIC X(02).
           05  IM-PL-ACAO             PIC X(01).
           05  FILLER                 PIC X(40).
      *       OPERAUT - CGOPAUT
       01  WS-IM-OPERAUT  REDEFINES WS-IMAGEM.
           05  IM-OP-CHAVE.
               10  IM-OP-OPERADOR      PIC X(08).
               10  IM-OP-PROGRAMA      PIC X(08).
           05  IM-OP-TIPOS            PIC X(10).
           05  FILLER                 PIC X(17).

      *-----> HASH POLINOMIAL (BASE 31, MODULO 999999937) DE TODOS OS
      *       CARACTERES DOS REGISTROS, NA ORDEM DO ARQUIVO; CADA
      *       CARACTERE VALE A POSICAO NO ALFABETO ABAIXO (FORA DELE
      *       VALE 42) - MESMO CALCULO DO CGPRG064 E DO CGPRG071
       01  WS-HS-ALFABETO             PIC X(41)
           VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.,-/'.
       01  WS-HS-TAB-ALFABETO REDEFINES WS-HS-ALFABETO.
           05  WS-HS-LETRA  OCCURS 41 TIMES
                                      PIC X(01).
       77  WS-HS-I                    PIC 9(02).
       77  WS-HS-J                    PIC 9(02).
       77  WS-HS-CODIGO               PIC 9(02).
       77  WS-HS-CALC                 PIC 9(12).
       77  WS-HS-QUOC                 PIC 9(12).
       01  WS-HS-VALOR                PIC 9(10) VALUE ZEROS.

      *-----> CHAVE DA EXCECAO: ARQUIVO + LINHA
       01  WS-CHAVE-EXC.
           05  WS-CE-ARQUIVO          PIC X(08).
           05  WS-CE-LINHA            PIC 9(05).

      *-----> EDICAO DE DATA
       01  WS-DATA-TRAB               PIC 9(08).
       01  WS-DATA-TRAB-R  REDEFINES WS-DATA-TRAB.
           05  WS-DT-ANO              PIC 9(04).
           05  WS-DT-MES              PIC 9(02).
           05  WS-DT-DIA              PIC 9(02).
       01  WS-DATA-ED.
           05  WS-DE-DIA              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-DE-MES              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-DE-ANO              PIC 9(04).

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05  FILLER              PIC X(50) VALUE
               'CGPRG074 - CRITICA DOS ARQUIVOS DE PARAMETRO'.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'DATA    '.
           05  LT-DATA             PIC X(10).
       01  WS-LIN-SECAO.
           05  LS-TEXTO            PIC X(80).
       01  WS-LIN-CAB-OCORR.
           05  FILLER              PIC X(09) VALUE 'ARQUIVO'.
           05  FILLER              PIC X(07) VALUE 'LINHA'.
           05  FILLER              PIC X(32) VALUE 'OCORRENCIA'.
           05  FILLER              PIC X(32) VALUE 'CONTEUDO DA LINHA'.
       01  WS-LIN-DET-OCORR.
           05  LO-ARQUIVO          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LO-LINHA            PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LO-MOTIVO           PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LO-CONTEUDO         PIC X(32).
       01  WS-LIN-CAB-RESUMO.
           05  FILLER              PIC X(09) VALUE 'ARQUIVO'.
           05  FILLER              PIC X(11) VALUE 'REGISTROS'.
           05  FILLER              PIC X(10) VALUE 'SITUACAO'.
           05  FILLER              PIC X(13) VALUE 'OCORRENCIAS'.
           05  FILLER              PIC X(37) VALUE 'HASH'.
       01  WS-LIN-DET-RESUMO.
           05  LR-ARQUIVO          PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  LR-QTDE             PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LR-SITUACAO         PIC X(08).
           05  FILLER              PIC X(08) VALUE SPACES.
           05  LR-OCORR            PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LR-HASH             PIC 9(10).
           05  FILLER              PIC X(27) VALUE SPACES.
       01  WS-LIN-CAB-ALTER.
           05  FILLER              PIC X(09) VALUE 'ARQUIVO'.
           05  FILLER              PIC X(15) VALUE 'ALTERACAO'.
           05  FILLER              PIC X(11) VALUE ' REGS ANT'.
           05  FILLER              PIC X(11) VALUE 'REGS HOJE'.
           05  FILLER              PIC X(12) VALUE 'HASH ANT'.
           05  FILLER              PIC X(12) VALUE 'HASH HOJE'.
           05  FILLER              PIC X(10) VALUE 'BASE'.
       01  WS-LIN-DET-ALTER.
           05  LA-ARQUIVO          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LA-ALTERACAO        PIC X(13).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LA-QTDE-ANT         PIC Z(08)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LA-QTDE             PIC Z(08)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LA-HASH-ANT         PIC 9(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LA-HASH             PIC 9(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LA-DATA-ANT         PIC X(10).
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG074.

           DISPLAY "---------------------------------------------"
           DISPLAY "CGPRG074 - CRITICA DOS ARQUIVOS DE PARAMETRO"
           DISPLAY "---------------------------------------------"
           PERFORM 010-INICIAR
           IF WS-ABEND NOT = 'S'
              PERFORM 020-CRITICAR-ARQUIVO
                 VARYING WS-AQ-I FROM 1 BY 1
                 UNTIL WS-AQ-I > WS-QTDE-AQ
              PERFORM 055-IMPRIMIR-RESUMO
              PERFORM 057-IMPRIMIR-ALTERACOES
              PERFORM 090-TERMINAR
           END-IF
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - SEM O PARMFP NAO HA COMO LISTAR
      *    AS ALTERACOES (RC 08); O PARMFP E CRIADO NA 1A RODADA.
      *    SEM O PARMREL A CRITICA NAO TEM ONDE SAIR (RC 08)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-EXEC FROM DATE
           COMPUTE WS-DATA-HOJE = 20000000 + WS-DATA-EXEC
           PERFORM 015-LER-CARTAO
           PERFORM 014-ABRIR-PARMFP
           IF WS-FS-PARMFP NOT = '00'
              DISPLAY ' * ERRO ABRINDO PARMFP - FS=' WS-FS-PARMFP
              MOVE 'S' TO WS-ABEND
              MOVE 08  TO RETURN-CODE
           ELSE
              PERFORM 012-ABRIR-CTLTOTAL
              PERFORM 013-ABRIR-EXCEPREL
              OPEN OUTPUT PARMREL
              IF WS-FS-PARMREL NOT = '00'
                 DISPLAY ' * ERRO ABRINDO PARMREL - FS=' WS-FS-PARMREL
                 MOVE 'S' TO WS-ABEND
                 MOVE 08  TO RETURN-CODE
                 CLOSE PARMFP
                 CLOSE CTLTOTAL
                 CLOSE EXCEPREL
              ELSE
                 PERFORM 011-CABECALHO-PARMREL
              END-IF
           END-IF
           .
       011-CABECALHO-PARMREL.

           MOVE WS-DATA-HOJE TO WS-DATA-TRAB
           PERFORM 079-EDITAR-DATA
           MOVE WS-DATA-ED  TO LT-DATA
           MOVE WS-LIN-TITULO TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           MOVE ALL '=' TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           MOVE 'OCORRENCIAS DA CRITICA' TO LS-TEXTO
           MOVE WS-LIN-SECAO TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           MOVE WS-LIN-CAB-OCORR TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           MOVE ALL '-' TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
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
      *    IMPRESSOES CRIADAS NA PRIMEIRA RODADA
       014-ABRIR-PARMFP.

           OPEN I-O PARMFP
           IF WS-FS-PARMFP = '35'
              OPEN OUTPUT PARMFP
              CLOSE PARMFP
              OPEN I-O PARMFP
           END-IF
           .
       015-LER-CARTAO.

           OPEN INPUT SYSIN
           IF WS-FS-SYSIN = '00'
              READ SYSIN
                  AT END
                      CONTINUE
                  NOT AT END
                      IF WS-PARM-MODO = 'C'
                         MOVE 'S' TO WS-SO-CRITICA
                         DISPLAY 'MODO SO CRITICA - IMPRESSAO DIGITAL '
                             'NAO SERA GRAVADA'
                      END-IF
              END-READ
              CLOSE SYSIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR UM ARQUIVO DE PARAMETRO - LE TODOS OS REGISTROS,
      *    APLICA AS REGRAS DO ARQUIVO, CALCULA A IMPRESSAO DIGITAL E
      *    COMPARA COM A DA RODADA ANTERIOR. ARQUIVO NAO ABERTO OU
      *    VAZIO E AUSENTE (O LEITOR USA O PADRAO DELE), MENOS O
      *    FAIXAS (OBRIGATORIO) E O OPERAUT VAZIO (O CGOPAUT
      *    REJEITARIA TODO OPERADOR)
      *--------------------------------------------------------------*
       020-CRITICAR-ARQUIVO.

           MOVE WS-AQ-TAM (WS-AQ-I) TO WS-TAM-REG
           MOVE ZEROS  TO WS-LINHA WS-OCORR-ARQ WS-QT-TABELA
                          WS-QT-CHAVES WS-QT-PRAZOS WS-HS-VALOR
                          WS-LIMITE-ANT WS-PRAZO-CADEIA
           MOVE 'N'    TO WS-TEM-DEFAULT
           MOVE 'N'    TO WS-FIM
           MOVE 'S'    TO WS-PRESENTE

           PERFORM 070-ABRIR-PARAMETRO
           IF WS-FS-PARM NOT = '00'
              MOVE 'N' TO WS-PRESENTE
              DISPLAY ' * ' WS-AQ-NOME (WS-AQ-I)
                  ' NAO ABERTO - FS=' WS-FS-PARM
           ELSE
              PERFORM 071-LER-PARAMETRO
              PERFORM 022-CRITICAR-REGISTRO UNTIL WS-FIM = 'S'
              PERFORM 072-FECHAR-PARAMETRO
              IF WS-LINHA > ZEROS
                 PERFORM 026-CONFERIR-FINAL
              END-IF
           END-IF

           MOVE SPACES TO WS-IMAGEM
           MOVE ZEROS  TO WS-LINHA-OCOR
           IF WS-PRESENTE = 'N' OR WS-LINHA = ZEROS
              EVALUATE TRUE
                  WHEN WS-AQ-OBRIG (WS-AQ-I) = 'S'
                      MOVE 'ARQUIVO OBRIGATORIO AUSENTE' TO WS-MOTIVO
                      PERFORM 048-REGISTRAR-OCORRENCIA
                  WHEN WS-AQ-NOME (WS-AQ-I) = 'OPERAUT' AND
                       WS-PRESENTE = 'S'
                      MOVE 'VAZIO: TODO OPERADOR REJEITADO' TO WS-MOTIVO
                      PERFORM 048-REGISTRAR-OCORRENCIA
              END-EVALUATE
           END-IF

           MOVE WS-LINHA     TO WS-RS-QTDE  (WS-AQ-I)
           MOVE WS-HS-VALOR  TO WS-RS-HASH  (WS-AQ-I)
           MOVE WS-OCORR-ARQ TO WS-RS-OCORR (WS-AQ-I)
           EVALUATE TRUE
               WHEN WS-OCORR-ARQ > ZEROS
                   MOVE 'INVALIDO' TO WS-RS-SITUACAO (WS-AQ-I)
                   ADD 1 TO WS-CTINVALIDOS
               WHEN WS-PRESENTE = 'N' OR WS-LINHA = ZEROS
                   MOVE 'AUSENTE'  TO WS-RS-SITUACAO (WS-AQ-I)
                   ADD 1 TO WS-CTAUSENTES
               WHEN OTHER
                   MOVE 'VALIDO'   TO WS-RS-SITUACAO (WS-AQ-I)
                   ADD 1 TO WS-CTVALIDOS
           END-EVALUATE
           DISPLAY 'ARQUIVO ' WS-AQ-NOME (WS-AQ-I)
               ' - REGISTROS: ' WS-LINHA
               ' - ' WS-RS-SITUACAO (WS-AQ-I)

           PERFORM 050-CONFERIR-IMPRESSAO
           .
       022-CRITICAR-REGISTRO.

           ADD 1 TO WS-LINHA
           ADD 1 TO WS-CTLIDO
           MOVE WS-LINHA TO WS-LINHA-OCOR
           PERFORM 060-ACUMULAR-HASH

           EVALUATE WS-AQ-NOME (WS-AQ-I)
               WHEN 'FAIXAS'
                   PERFORM 030-CRITICAR-FAIXA
               WHEN 'PESOS'
                   PERFORM 031-CRITICAR-PESO
               WHEN 'SEVFAIX'
                   PERFORM 032-CRITICAR-SEVFAIX
               WHEN 'PESORISC'
                   PERFORM 033-CRITICAR-PESORISC
               WHEN 'SPIKELIM'
                   PERFORM 034-CRITICAR-SPIKELIM
               WHEN 'LIMITES'
                   PERFORM 035-CRITICAR-LIMITE
               WHEN 'TOLERFIL'
                   PERFORM 036-CRITICAR-TOLERANCIA
               WHEN 'PRAZOS'
                   PERFORM 037-CRITICAR-PRAZO
               WHEN 'SEVEXCEP'
                   PERFORM 038-CRITICAR-SEVEXCEP
               WHEN 'FSPOLICY'
                   PERFORM 039-CRITICAR-POLITICA
               WHEN 'OPERAUT'
                   PERFORM 040-CRITICAR-OPERAUT
           END-EVALUATE

           PERFORM 071-LER-PARAMETRO
           .
      *--------------------------------------------------------------*
      *    CONFERENCIAS DO ARQUIVO INTEIRO, DEPOIS DA ULTIMA LINHA -
      *    LINHA DEFAULT (PESOS, LIMITES, TOLERFIL) E PRAZO DE CADA
      *    PASSO CONTRA O DA CADEIA (PRAZOS)
      *--------------------------------------------------------------*
       026-CONFERIR-FINAL.

           MOVE SPACES TO WS-IMAGEM
           MOVE ZEROS  TO WS-LINHA-OCOR
           EVALUATE WS-AQ-NOME (WS-AQ-I)
               WHEN 'PESOS'
               WHEN 'LIMITES'
               WHEN 'TOLERFIL'
                   IF WS-TEM-DEFAULT = 'N'
                      MOVE 'SEM A LINHA DEFAULT' TO WS-MOTIVO
                      PERFORM 048-REGISTRAR-OCORRENCIA
                   END-IF
               WHEN 'PRAZOS'
                   IF WS-PRAZO-CADEIA > ZEROS
                      PERFORM 027-CONFERIR-PRAZO-PASSO
                         VARYING WS-PZ-I FROM 1 BY 1
                         UNTIL WS-PZ-I > WS-QT-PRAZOS
                   END-IF
           END-EVALUATE
           .
       027-CONFERIR-PRAZO-PASSO.

           IF WS-PZ-SEGUNDOS (WS-PZ-I) > WS-PRAZO-CADEIA
              MOVE WS-PZ-PROGRAMA (WS-PZ-I) TO WS-IMAGEM
              MOVE WS-PZ-LINHA (WS-PZ-I)    TO WS-LINHA-OCOR
              MOVE 'PRAZO DO PASSO ACIMA DA CADEIA' TO WS-MOTIVO
              PERFORM 048-REGISTRAR-OCORRENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    FAIXAS - ATE 4 FAIXAS, LIMITE CRESCENTE (SEM SOBREPOSICAO),
      *    COMISSAO ENTRE 0 E 1 (FRACAO DO VALOR) E MENSAGEM
      *--------------------------------------------------------------*
       030-CRITICAR-FAIXA.

           ADD 1 TO WS-QT-TABELA
           EVALUATE TRUE
               WHEN WS-QT-TABELA > 4
                   MOVE 'FAIXA ALEM DO LIMITE DE 4' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-FX-LIMITE  NOT NUMERIC OR
                    IM-FX-COM-PCT NOT NUMERIC
                   MOVE 'CAMPO NUMERICO INVALIDO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-QT-TABELA > 1 AND
                    IM-FX-LIMITE NOT > WS-LIMITE-ANT
                   MOVE 'LIMITE NAO CRESCENTE' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-FX-COM-PCT = ZEROS OR IM-FX-COM-PCT NOT < 1
                   MOVE 'COMISSAO FORA DE 0 A 1' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-FX-MENSAGEM = SPACES
                   MOVE 'MENSAGEM EM BRANCO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
           END-EVALUATE
           IF IM-FX-LIMITE NUMERIC
              MOVE IM-FX-LIMITE TO WS-LIMITE-ANT
           END-IF
           .
      *--------------------------------------------------------------*
      *    PESOS - CURSO SEM DUPLICIDADE, ATE 20 CURSOS ALEM DO
      *    DEFAULT, PESOS N1 + N2 + N3 SOMANDO 1,00
      *--------------------------------------------------------------*
       031-CRITICAR-PESO.

           IF IM-PS-CURSO = 'DEFAULT'
              MOVE 'S' TO WS-TEM-DEFAULT
           ELSE
              ADD 1 TO WS-QT-TABELA
           END-IF
           MOVE IM-PS-CURSO TO WS-CHAVE-ATUAL
           PERFORM 045-PROCURAR-CHAVE
           MOVE ZEROS TO WS-SOMA-PESOS
           IF IM-PS-PESO-N1 NUMERIC AND IM-PS-PESO-N2 NUMERIC AND
              IM-PS-PESO-N3 NUMERIC
              COMPUTE WS-SOMA-PESOS = IM-PS-PESO-N1 + IM-PS-PESO-N2
                                    + IM-PS-PESO-N3
           END-IF
           EVALUATE TRUE
               WHEN IM-PS-CURSO = SPACES
                   MOVE 'CURSO EM BRANCO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-CH-ACHOU = 'S'
                   MOVE 'CURSO DUPLICADO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-QT-TABELA > 20 AND IM-PS-CURSO NOT = 'DEFAULT'
                   MOVE 'CURSO ALEM DO LIMITE DE 20' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-PS-PESO-N1 NOT NUMERIC OR
                    IM-PS-PESO-N2 NOT NUMERIC OR
                    IM-PS-PESO-N3 NOT NUMERIC
                   MOVE 'PESO NAO NUMERICO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-SOMA-PESOS NOT = 1
                   MOVE 'PESOS NAO SOMAM 1,00' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    SEVFAIX - ATE 5 CLASSES, LIMITE CRESCENTE ATE 100% E
      *    CLASSE PREENCHIDA
      *--------------------------------------------------------------*
       032-CRITICAR-SEVFAIX.

           ADD 1 TO WS-QT-TABELA
           EVALUATE TRUE
               WHEN WS-QT-TABELA > 5
                   MOVE 'CLASSE ALEM DO LIMITE DE 5' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-SV-LIMITE NOT NUMERIC
                   MOVE 'LIMITE NAO NUMERICO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-SV-LIMITE > 100
                   MOVE 'LIMITE ACIMA DE 100%' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-QT-TABELA > 1 AND
                    IM-SV-LIMITE NOT > WS-LIMITE-ANT
                   MOVE 'LIMITE NAO CRESCENTE' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-SV-CLASSE = SPACES
                   MOVE 'CLASSE EM BRANCO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
           END-EVALUATE
           IF IM-SV-LIMITE NUMERIC
              MOVE IM-SV-LIMITE TO WS-LIMITE-ANT
           END-IF
           .
      *--------------------------------------------------------------*
      *    PESORISC - UMA UNICA LINHA (SO A PRIMEIRA E LIDA), COM OS
      *    QUATRO PESOS SOMANDO 1,00
      *--------------------------------------------------------------*
       033-CRITICAR-PESORISC.

           ADD 1 TO WS-QT-TABELA
           MOVE ZEROS TO WS-SOMA-PESOS
           IF IM-PR-PESO-TAXA   NUMERIC AND IM-PR-PESO-LETAL NUMERIC AND
              IM-PR-PESO-MORTAL NUMERIC AND IM-PR-PESO-BAFO  NUMERIC
              COMPUTE WS-SOMA-PESOS = IM-PR-PESO-TAXA
                  + IM-PR-PESO-LETAL + IM-PR-PESO-MORTAL
                  + IM-PR-PESO-BAFO
           END-IF
           EVALUATE TRUE
               WHEN WS-QT-TABELA > 1
                   MOVE 'LINHA ALEM DA PRIMEIRA' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-PR-PESO-TAXA   NOT NUMERIC OR
                    IM-PR-PESO-LETAL  NOT NUMERIC OR
                    IM-PR-PESO-MORTAL NOT NUMERIC OR
                    IM-PR-PESO-BAFO   NOT NUMERIC
                   MOVE 'PESO NAO NUMERICO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-SOMA-PESOS NOT = 1
                   MOVE 'PESOS NAO SOMAM 1,00' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    SPIKELIM - UMA UNICA LINHA, MULTIPLO MAIOR QUE 1 (COM 1 OU
      *    MENOS TODA CIDADE NA MEDIA VIRARIA ALERTA)
      *--------------------------------------------------------------*
       034-CRITICAR-SPIKELIM.

           ADD 1 TO WS-QT-TABELA
           EVALUATE TRUE
               WHEN WS-QT-TABELA > 1
                   MOVE 'LINHA ALEM DA PRIMEIRA' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-SK-MULTIPLO NOT NUMERIC
                   MOVE 'MULTIPLO NAO NUMERICO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-SK-MULTIPLO NOT > 1
                   MOVE 'MULTIPLO DEVE SER MAIOR QUE 1' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LIMITES - PROGRAMA SEM DUPLICIDADE, ATE 20 PROGRAMAS ALEM
      *    DO DEFAULT, PERCENTUAL DE REJEITOS ATE 100
      *--------------------------------------------------------------*
       035-CRITICAR-LIMITE.

           IF IM-LI-PROGRAMA = 'DEFAULT'
              MOVE 'S' TO WS-TEM-DEFAULT
           ELSE
              ADD 1 TO WS-QT-TABELA
           END-IF
           MOVE IM-LI-PROGRAMA TO WS-CHAVE-ATUAL
           PERFORM 045-PROCURAR-CHAVE
           EVALUATE TRUE
               WHEN IM-LI-PROGRAMA = SPACES
                   MOVE 'PROGRAMA EM BRANCO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-CH-ACHOU = 'S'
                   MOVE 'PROGRAMA DUPLICADO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-QT-TABELA > 20 AND IM-LI-PROGRAMA NOT = 'DEFAULT'
                   MOVE 'PROGRAMA ALEM DO LIMITE DE 20' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-LI-MAX-REJ-PCT   NOT NUMERIC OR
                    IM-LI-MIN-REGISTROS NOT NUMERIC
                   MOVE 'CAMPO NUMERICO INVALIDO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-LI-MAX-REJ-PCT > 100
                   MOVE 'PCT DE REJEITOS ACIMA DE 100' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    TOLERFIL - PROGRAMA + CONTADOR SEM DUPLICIDADE, ATE 100
      *    LINHAS ALEM DO DEFAULT, TOLERANCIA MAIOR QUE ZERO
      *--------------------------------------------------------------*
       036-CRITICAR-TOLERANCIA.

           IF IM-TL-PROGRAMA = 'DEFAULT'
              MOVE 'S' TO WS-TEM-DEFAULT
           ELSE
              ADD 1 TO WS-QT-TABELA
           END-IF
           MOVE IM-TL-CHAVE TO WS-CHAVE-ATUAL
           PERFORM 045-PROCURAR-CHAVE
           EVALUATE TRUE
               WHEN IM-TL-PROGRAMA = SPACES
                   MOVE 'PROGRAMA EM BRANCO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-TL-DESCRICAO = SPACES AND
                    IM-TL-PROGRAMA NOT = 'DEFAULT'
                   MOVE 'CONTADOR EM BRANCO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-CH-ACHOU = 'S'
                   MOVE 'PROGRAMA/CONTADOR DUPLICADO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-QT-TABELA > 100 AND
                    IM-TL-PROGRAMA NOT = 'DEFAULT'
                   MOVE 'LINHA ALEM DO LIMITE DE 100' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-TL-PCT NOT NUMERIC
                   MOVE 'TOLERANCIA NAO NUMERICA' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-TL-PCT = ZEROS
                   MOVE 'TOLERANCIA ZERADA' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    PRAZOS - PROGRAMA SEM DUPLICIDADE, ATE 20 PASSOS ALEM DA
      *    LINHA 'CADEIA', PRAZO MAIOR QUE ZERO; OS PASSOS SAO
      *    GUARDADOS PARA A CONFERENCIA CONTRA A CADEIA NO FIM
      *--------------------------------------------------------------*
       037-CRITICAR-PRAZO.

           IF IM-PZ-PROGRAMA = 'CADEIA'
              MOVE 'S' TO WS-TEM-DEFAULT
              IF IM-PZ-SEGUNDOS NUMERIC
                 MOVE IM-PZ-SEGUNDOS TO WS-PRAZO-CADEIA
              END-IF
           ELSE
              ADD 1 TO WS-QT-TABELA
              IF WS-QT-TABELA NOT > 20 AND IM-PZ-SEGUNDOS NUMERIC
                 ADD 1 TO WS-QT-PRAZOS
                 MOVE IM-PZ-PROGRAMA TO WS-PZ-PROGRAMA (WS-QT-PRAZOS)
                 MOVE IM-PZ-SEGUNDOS TO WS-PZ-SEGUNDOS (WS-QT-PRAZOS)
                 MOVE WS-LINHA       TO WS-PZ-LINHA    (WS-QT-PRAZOS)
              END-IF
           END-IF
           MOVE IM-PZ-PROGRAMA TO WS-CHAVE-ATUAL
           PERFORM 045-PROCURAR-CHAVE
           EVALUATE TRUE
               WHEN IM-PZ-PROGRAMA = SPACES
                   MOVE 'PROGRAMA EM BRANCO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-CH-ACHOU = 'S'
                   MOVE 'PROGRAMA DUPLICADO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-QT-TABELA > 20 AND IM-PZ-PROGRAMA NOT = 'CADEIA'
                   MOVE 'PASSO ALEM DO LIMITE DE 20' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-PZ-SEGUNDOS NOT NUMERIC
                   MOVE 'PRAZO NAO NUMERICO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-PZ-SEGUNDOS = ZEROS
                   MOVE 'PRAZO ZERADO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    SEVEXCEP - MOTIVO SEM DUPLICIDADE, ATE 30 MOTIVOS,
      *    SEVERIDADE 'I' (INFORMATIVO) OU 'F' (CORRIGIR)
      *--------------------------------------------------------------*
       038-CRITICAR-SEVEXCEP.

           ADD 1 TO WS-QT-TABELA
           MOVE IM-SE-MOTIVO TO WS-CHAVE-ATUAL
           PERFORM 045-PROCURAR-CHAVE
           EVALUATE TRUE
               WHEN IM-SE-MOTIVO = SPACES
                   MOVE 'MOTIVO EM BRANCO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-CH-ACHOU = 'S'
                   MOVE 'MOTIVO DUPLICADO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-QT-TABELA > 30
                   MOVE 'MOTIVO ALEM DO LIMITE DE 30' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-SE-SEVERIDADE NOT = 'I' AND
                    IM-SE-SEVERIDADE NOT = 'F'
                   MOVE 'SEVERIDADE DIFERENTE DE I/F' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    FSPOLICY - FILE STATUS NUMERICO SEM DUPLICIDADE, ATE 30
      *    LINHAS, ACAO 'C', '4', '8' OU 'A' (VER CGFILSTA)
      *--------------------------------------------------------------*
       039-CRITICAR-POLITICA.

           ADD 1 TO WS-QT-TABELA
           MOVE IM-PL-STATUS TO WS-CHAVE-ATUAL
           PERFORM 045-PROCURAR-CHAVE
           EVALUATE TRUE
               WHEN IM-PL-STATUS NOT NUMERIC
                   MOVE 'FILE STATUS NAO NUMERICO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-CH-ACHOU = 'S'
                   MOVE 'FILE STATUS DUPLICADO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-QT-TABELA > 30
                   MOVE 'STATUS ALEM DO LIMITE DE 30' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-PL-ACAO NOT = 'C' AND IM-PL-ACAO NOT = '4' AND
                    IM-PL-ACAO NOT = '8' AND IM-PL-ACAO NOT = 'A'
                   MOVE 'ACAO DIFERENTE DE C/4/8/A' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    OPERAUT - OPERADOR + PROGRAMA SEM DUPLICIDADE, ATE 100
      *    LINHAS, COM AO MENOS UM TIPO DE TRANSACAO AUTORIZADO
      *--------------------------------------------------------------*
       040-CRITICAR-OPERAUT.

           ADD 1 TO WS-QT-TABELA
           MOVE IM-OP-CHAVE TO WS-CHAVE-ATUAL
           PERFORM 045-PROCURAR-CHAVE
           EVALUATE TRUE
               WHEN IM-OP-OPERADOR = SPACES
                   MOVE 'OPERADOR EM BRANCO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-OP-PROGRAMA = SPACES
                   MOVE 'PROGRAMA EM BRANCO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-CH-ACHOU = 'S'
                   MOVE 'OPERADOR/PROGRAMA DUPLICADO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN WS-QT-TABELA > 100
                   MOVE 'LINHA ALEM DO LIMITE DE 100' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
               WHEN IM-OP-TIPOS = SPACES
                   MOVE 'SEM TIPO DE TRANSACAO' TO WS-MOTIVO
                   PERFORM 048-REGISTRAR-OCORRENCIA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    PROCURAR A CHAVE CORRENTE ENTRE AS JA LIDAS NO ARQUIVO E
      *    GUARDA-LA QUANDO NOVA (ALEM DE 100 CHAVES A LINHA JA SAI
      *    PELO LIMITE DA TABELA DO LEITOR)
      *--------------------------------------------------------------*
       045-PROCURAR-CHAVE.

           MOVE 'N' TO WS-CH-ACHOU
           PERFORM 046-COMPARAR-CHAVE
              VARYING WS-CH-I FROM 1 BY 1
              UNTIL WS-CH-I > WS-QT-CHAVES OR WS-CH-ACHOU = 'S'
           IF WS-CH-ACHOU = 'N' AND WS-QT-CHAVES < 100
              ADD 1 TO WS-QT-CHAVES
              MOVE WS-CHAVE-ATUAL TO WS-CHAVE (WS-QT-CHAVES)
           END-IF
           .
       046-COMPARAR-CHAVE.

           IF WS-CHAVE (WS-CH-I) = WS-CHAVE-ATUAL
              MOVE 'S' TO WS-CH-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRAR A OCORRENCIA NO PARMREL E NO EXCEPREL
      *--------------------------------------------------------------*
       048-REGISTRAR-OCORRENCIA.

           ADD 1 TO WS-OCORR-ARQ
           ADD 1 TO WS-CTOCORR
           DISPLAY ' * ' WS-AQ-NOME (WS-AQ-I) ' LINHA ' WS-LINHA-OCOR
               ' - ' WS-MOTIVO

           MOVE WS-AQ-NOME (WS-AQ-I) TO LO-ARQUIVO
           MOVE WS-LINHA-OCOR       TO LO-LINHA
           MOVE WS-MOTIVO           TO LO-MOTIVO
           MOVE WS-IMAGEM           TO LO-CONTEUDO
           MOVE WS-LIN-DET-OCORR    TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL

           MOVE WS-AQ-NOME (WS-AQ-I) TO WS-CE-ARQUIVO
           MOVE WS-LINHA-OCOR       TO WS-CE-LINHA
           MOVE 'CGPRG074'          TO EX-PROGRAMA
           MOVE WS-DATA-EXEC        TO EX-DATA-EXECUCAO
           MOVE 'INFRAESTRUTURA'    TO EX-SUBSISTEMA
           MOVE WS-CHAVE-EXC        TO EX-CHAVE
           MOVE WS-MOTIVO           TO EX-MOTIVO
           WRITE WS-REG-EXCEPREL
           .
      *--------------------------------------------------------------*
      *    IMPRESSAO DIGITAL - COMPARA A QUANTIDADE E O HASH DE HOJE
      *    COM OS DA RODADA DE DATA ANTERIOR E GRAVA OS DE HOJE. NUM
      *    RERUN NA MESMA DATA A BASE CONTINUA SENDO A NOITE PASSADA;
      *    NO MODO SO CRITICA NADA E GRAVADO
      *--------------------------------------------------------------*
       050-CONFERIR-IMPRESSAO.

           MOVE WS-AQ-NOME (WS-AQ-I) TO PF-ARQUIVO
           READ PARMFP
               INVALID KEY
                   MOVE 'N' TO WS-PF-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-PF-EXISTE
           END-READ

           IF WS-PF-EXISTE = 'N'
              MOVE SPACES               TO PF-REG-PARMFP
              MOVE WS-AQ-NOME (WS-AQ-I) TO PF-ARQUIVO
              MOVE ZEROS                TO PF-DATA-ANT PF-QTDE-ANT
                                           PF-HASH-ANT
           ELSE
              IF PF-DATA NOT = WS-DATA-HOJE
                 MOVE PF-DATA     TO PF-DATA-ANT
                 MOVE PF-SITUACAO TO PF-SITUACAO-ANT
                 MOVE PF-QTDE     TO PF-QTDE-ANT
                 MOVE PF-HASH     TO PF-HASH-ANT
              END-IF
           END-IF

           MOVE WS-DATA-HOJE TO PF-DATA
           IF WS-PRESENTE = 'S'
              MOVE 'P' TO PF-SITUACAO
           ELSE
              MOVE 'A' TO PF-SITUACAO
           END-IF
           MOVE WS-LINHA     TO PF-QTDE
           MOVE WS-HS-VALOR  TO PF-HASH
           IF WS-RS-SITUACAO (WS-AQ-I) = 'INVALIDO'
              MOVE 'N' TO PF-VALIDO
           ELSE
              MOVE 'S' TO PF-VALIDO
           END-IF

           MOVE PF-DATA-ANT TO WS-RS-DATA-ANT (WS-AQ-I)
           MOVE PF-QTDE-ANT TO WS-RS-QTDE-ANT (WS-AQ-I)
           MOVE PF-HASH-ANT TO WS-RS-HASH-ANT (WS-AQ-I)
           EVALUATE TRUE
               WHEN PF-DATA-ANT = ZEROS
                   MOVE 'PRIMEIRA VEZ'  TO WS-RS-ALTERACAO (WS-AQ-I)
               WHEN PF-SITUACAO-ANT = 'A' AND PF-SITUACAO = 'A'
                   MOVE 'SEM ALTERACAO' TO WS-RS-ALTERACAO (WS-AQ-I)
               WHEN PF-SITUACAO-ANT = 'A'
                   MOVE 'CRIADO'        TO WS-RS-ALTERACAO (WS-AQ-I)
               WHEN PF-SITUACAO = 'A'
                   MOVE 'REMOVIDO'      TO WS-RS-ALTERACAO (WS-AQ-I)
               WHEN PF-QTDE = PF-QTDE-ANT AND PF-HASH = PF-HASH-ANT
                   MOVE 'SEM ALTERACAO' TO WS-RS-ALTERACAO (WS-AQ-I)
               WHEN OTHER
                   MOVE 'ALTERADO'      TO WS-RS-ALTERACAO (WS-AQ-I)
           END-EVALUATE
           IF WS-RS-ALTERACAO (WS-AQ-I) NOT = 'SEM ALTERACAO' AND
              WS-RS-ALTERACAO (WS-AQ-I) NOT = 'PRIMEIRA VEZ'
              ADD 1 TO WS-CTALTERADOS
              DISPLAY ' * ' WS-AQ-NOME (WS-AQ-I) ' '
                  WS-RS-ALTERACAO (WS-AQ-I)
                  ' DESDE ' PF-DATA-ANT
           END-IF

           EVALUATE TRUE
               WHEN WS-SO-CRITICA = 'S'
                   CONTINUE
               WHEN WS-PF-EXISTE = 'S'
                   PERFORM 051-REGRAVAR-IMPRESSAO
               WHEN OTHER
                   PERFORM 052-GRAVAR-IMPRESSAO
           END-EVALUATE
           .
       051-REGRAVAR-IMPRESSAO.

           REWRITE PF-REG-PARMFP
               INVALID KEY
                   DISPLAY ' * ERRO REGRAVANDO PARMFP - FS='
                       WS-FS-PARMFP ' - ' PF-ARQUIVO
                   ADD 1 TO WS-CTERROPF
           END-REWRITE
           .
       052-GRAVAR-IMPRESSAO.

           WRITE PF-REG-PARMFP
               INVALID KEY
                   DISPLAY ' * ERRO GRAVANDO PARMFP - FS='
                       WS-FS-PARMFP ' - ' PF-ARQUIVO
                   ADD 1 TO WS-CTERROPF
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    RESUMO DA CRITICA - UMA LINHA POR ARQUIVO
      *--------------------------------------------------------------*
       055-IMPRIMIR-RESUMO.

           IF WS-CTOCORR = ZEROS
              MOVE '         NENHUMA OCORRENCIA' TO WS-REG-PARMREL
              WRITE WS-REG-PARMREL
           END-IF
           MOVE SPACES TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           MOVE 'RESUMO DA CRITICA' TO LS-TEXTO
           MOVE WS-LIN-SECAO TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           MOVE WS-LIN-CAB-RESUMO TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           MOVE ALL '-' TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           PERFORM 056-IMPRIMIR-LINHA-RESUMO
              VARYING WS-AQ-I FROM 1 BY 1
              UNTIL WS-AQ-I > WS-QTDE-AQ
           .
       056-IMPRIMIR-LINHA-RESUMO.

           MOVE WS-AQ-NOME     (WS-AQ-I) TO LR-ARQUIVO
           MOVE WS-RS-QTDE     (WS-AQ-I) TO LR-QTDE
           MOVE WS-RS-SITUACAO (WS-AQ-I) TO LR-SITUACAO
           MOVE WS-RS-OCORR    (WS-AQ-I) TO LR-OCORR
           MOVE WS-RS-HASH     (WS-AQ-I) TO LR-HASH
           MOVE WS-LIN-DET-RESUMO TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           .
      *--------------------------------------------------------------*
      *    ALTERACOES DESDE A RODADA ANTERIOR - TODOS OS ARQUIVOS,
      *    COM A QUANTIDADE E O HASH DE ANTES E DE HOJE
      *--------------------------------------------------------------*
       057-IMPRIMIR-ALTERACOES.

           MOVE SPACES TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           MOVE 'ALTERACOES DESDE A RODADA ANTERIOR' TO LS-TEXTO
           MOVE WS-LIN-SECAO TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           MOVE WS-LIN-CAB-ALTER TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           MOVE ALL '-' TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           PERFORM 058-IMPRIMIR-LINHA-ALTER
              VARYING WS-AQ-I FROM 1 BY 1
              UNTIL WS-AQ-I > WS-QTDE-AQ
           MOVE SPACES TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           IF WS-CTALTERADOS = ZEROS
              MOVE 'NENHUM ARQUIVO DE PARAMETRO ALTERADO'
                  TO WS-REG-PARMREL
           ELSE
              MOVE 'ARQUIVOS ALTERADOS: ' TO WS-REG-PARMREL
              MOVE WS-CTALTERADOS TO WS-REG-PARMREL (21:2)
           END-IF
           WRITE WS-REG-PARMREL
           .
       058-IMPRIMIR-LINHA-ALTER.

           MOVE WS-AQ-NOME      (WS-AQ-I) TO LA-ARQUIVO
           MOVE WS-RS-ALTERACAO (WS-AQ-I) TO LA-ALTERACAO
           MOVE WS-RS-QTDE-ANT  (WS-AQ-I) TO LA-QTDE-ANT
           MOVE WS-RS-QTDE      (WS-AQ-I) TO LA-QTDE
           MOVE WS-RS-HASH-ANT  (WS-AQ-I) TO LA-HASH-ANT
           MOVE WS-RS-HASH      (WS-AQ-I) TO LA-HASH
           IF WS-RS-DATA-ANT (WS-AQ-I) = ZEROS
              MOVE SPACES TO LA-DATA-ANT
           ELSE
              MOVE WS-RS-DATA-ANT (WS-AQ-I) TO WS-DATA-TRAB
              PERFORM 079-EDITAR-DATA
              MOVE WS-DATA-ED TO LA-DATA-ANT
           END-IF
           MOVE WS-LIN-DET-ALTER TO WS-REG-PARMREL
           WRITE WS-REG-PARMREL
           .
      *--------------------------------------------------------------*
      *    ACUMULAR NO HASH OS WS-TAM-REG CARACTERES DE WS-IMAGEM
      *--------------------------------------------------------------*
       060-ACUMULAR-HASH.

           PERFORM 061-HASH-CARACTER
               VARYING WS-HS-I FROM 1 BY 1 UNTIL WS-HS-I > WS-TAM-REG
           .
       061-HASH-CARACTER.

           MOVE 42 TO WS-HS-CODIGO
           PERFORM 062-PROCURAR-LETRA
               VARYING WS-HS-J FROM 1 BY 1
               UNTIL WS-HS-J > 41 OR WS-HS-CODIGO < 42
           COMPUTE WS-HS-CALC = WS-HS-VALOR * 31 + WS-HS-CODIGO
           DIVIDE WS-HS-CALC BY 999999937 GIVING WS-HS-QUOC
               REMAINDER WS-HS-VALOR
           .
       062-PROCURAR-LETRA.

           IF WS-HS-LETRA (WS-HS-J) = WS-IMAGEM (WS-HS-I:1)
              MOVE WS-HS-J TO WS-HS-CODIGO
           END-IF
           .
      *--------------------------------------------------------------*
      *    I/O DO ARQUIVO DE PARAMETRO CORRENTE
      *--------------------------------------------------------------*
       070-ABRIR-PARAMETRO.

           EVALUATE WS-AQ-NOME (WS-AQ-I)
               WHEN 'FAIXAS'
                   OPEN INPUT FAIXAS
               WHEN 'PESOS'
                   OPEN INPUT PESOS
               WHEN 'SEVFAIX'
                   OPEN INPUT SEVFAIX
               WHEN 'PESORISC'
                   OPEN INPUT PESORISC
               WHEN 'SPIKELIM'
                   OPEN INPUT SPIKELIM
               WHEN 'LIMITES'
                   OPEN INPUT LIMITES
               WHEN 'TOLERFIL'
                   OPEN INPUT TOLERFIL
               WHEN 'PRAZOS'
                   OPEN INPUT PRAZOS
               WHEN 'SEVEXCEP'
                   OPEN INPUT SEVEXCEP
               WHEN 'FSPOLICY'
                   OPEN INPUT FSPOLICY
               WHEN 'OPERAUT'
                   OPEN INPUT OPERAUT
           END-EVALUATE
           .
       071-LER-PARAMETRO.

           MOVE SPACES TO WS-IMAGEM
           EVALUATE WS-AQ-NOME (WS-AQ-I)
               WHEN 'FAIXAS'
                   READ FAIXAS
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-FAIXAS TO WS-IMAGEM
                   END-READ
               WHEN 'PESOS'
                   READ PESOS
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-PESOS TO WS-IMAGEM
                   END-READ
               WHEN 'SEVFAIX'
                   READ SEVFAIX
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-SEVFAIX TO WS-IMAGEM
                   END-READ
               WHEN 'PESORISC'
                   READ PESORISC
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-PESORISC TO WS-IMAGEM
                   END-READ
               WHEN 'SPIKELIM'
                   READ SPIKELIM
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-SPIKELIM TO WS-IMAGEM
                   END-READ
               WHEN 'LIMITES'
                   READ LIMITES
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-LIMITES TO WS-IMAGEM
                   END-READ
               WHEN 'TOLERFIL'
                   READ TOLERFIL
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-TOLERFIL TO WS-IMAGEM
                   END-READ
               WHEN 'PRAZOS'
                   READ PRAZOS
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-PRAZOS TO WS-IMAGEM
                   END-READ
               WHEN 'SEVEXCEP'
                   READ SEVEXCEP
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-SEVEXCEP TO WS-IMAGEM
                   END-READ
               WHEN 'FSPOLICY'
                   READ FSPOLICY
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-FSPOLICY TO WS-IMAGEM
                   END-READ
               WHEN 'OPERAUT'
                   READ OPERAUT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE WS-REG-OPERAUT TO WS-IMAGEM
                   END-READ
           END-EVALUATE
           .
       072-FECHAR-PARAMETRO.

           EVALUATE WS-AQ-NOME (WS-AQ-I)
               WHEN 'FAIXAS'
                   CLOSE FAIXAS
               WHEN 'PESOS'
                   CLOSE PESOS
               WHEN 'SEVFAIX'
                   CLOSE SEVFAIX
               WHEN 'PESORISC'
                   CLOSE PESORISC
               WHEN 'SPIKELIM'
                   CLOSE SPIKELIM
               WHEN 'LIMITES'
                   CLOSE LIMITES
               WHEN 'TOLERFIL'
                   CLOSE TOLERFIL
               WHEN 'PRAZOS'
                   CLOSE PRAZOS
               WHEN 'SEVEXCEP'
                   CLOSE SEVEXCEP
               WHEN 'FSPOLICY'
                   CLOSE FSPOLICY
               WHEN 'OPERAUT'
                   CLOSE OPERAUT
           END-EVALUATE
           .
       079-EDITAR-DATA.

           MOVE WS-DT-DIA TO WS-DE-DIA
           MOVE WS-DT-MES TO WS-DE-MES
           MOVE WS-DT-ANO TO WS-DE-ANO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - ARQUIVO INVALIDO DA RC 08 E ALERTA
      *    NO CONSOLE (CGALERTA); AUSENTE/VAZIO DA RC 04
      *--------------------------------------------------------------*
       090-TERMINAR.

           EVALUATE TRUE
               WHEN WS-CTINVALIDOS > ZEROS
                   MOVE 'MSG'          TO AL-FUNCAO
                   MOVE 'CGPRG074'     TO AL-PROGRAMA
                   MOVE WS-DATA-HOJE   TO AL-DATA
                   MOVE ZEROS          TO AL-QT-LIDOS AL-QT-REJEIT
                   MOVE 'ARQUIVO DE PARAMETRO INVALIDO' TO AL-TEXTO
                   CALL 'CGALERTA' USING AL-AREA
                   MOVE 08 TO RETURN-CODE
               WHEN WS-CTAUSENTES > ZEROS OR WS-CTERROPF > ZEROS
                   MOVE 04 TO RETURN-CODE
               WHEN OTHER
                   MOVE 00 TO RETURN-CODE
           END-EVALUATE

           MOVE 'CGPRG074'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'REGISTROS DE PARAMETRO LIDOS'  TO CT-DESCRICAO
           MOVE WS-CTLIDO            TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG074'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ARQUIVOS PARAMETRO VALIDOS'    TO CT-DESCRICAO
           MOVE WS-CTVALIDOS         TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG074'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ARQUIVOS PARAMETRO INVALIDOS'  TO CT-DESCRICAO
           MOVE WS-CTINVALIDOS       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG074'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ARQUIVOS PARAMETRO AUSENTES'   TO CT-DESCRICAO
           MOVE WS-CTAUSENTES        TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG074'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'ARQUIVOS PARAMETRO ALTERADOS'  TO CT-DESCRICAO
           MOVE WS-CTALTERADOS       TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG074'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'OCORRENCIAS DA CRITICA'        TO CT-DESCRICAO
           MOVE WS-CTOCORR           TO CT-VALOR
           WRITE WS-REG-CTLTOTAL
           MOVE 'CGPRG074'           TO CT-PROGRAMA
           MOVE WS-DATA-EXEC         TO CT-DATA-EXECUCAO
           MOVE 'IMPRESSOES NAO GRAVADAS'       TO CT-DESCRICAO
           MOVE WS-CTERROPF          TO CT-VALOR
           WRITE WS-REG-CTLTOTAL

           CLOSE PARMFP
           CLOSE PARMREL
           CLOSE CTLTOTAL
           CLOSE EXCEPREL

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG074        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS LIDOS...........: ' WS-CTLIDO
           DISPLAY ' * ARQUIVOS VALIDOS..........: ' WS-CTVALIDOS
           DISPLAY ' * ARQUIVOS INVALIDOS........: ' WS-CTINVALIDOS
           DISPLAY ' * ARQUIVOS AUSENTES/VAZIOS..: ' WS-CTAUSENTES
           DISPLAY ' * ARQUIVOS ALTERADOS........: ' WS-CTALTERADOS
           DISPLAY ' * OCORRENCIAS DA CRITICA....: ' WS-CTOCORR
           DISPLAY ' * IMPRESSOES NAO GRAVADAS...: ' WS-CTERROPF
           DISPLAY ' * CODIGO DE RETORNO.........: ' RETURN-CODE
           DISPLAY ' *========================================*'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG074        *'
           DISPLAY ' *----------------------------------------*'
           .
      *---------------> FIM DO PROGRAMA CGPRG074 <-------------------*
