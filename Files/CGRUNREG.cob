       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGRUNREG.
       AUTHOR.       PEDRO KIELBLOCK.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 08/10/2026.
       DATE-COMPILED. 08/10/2026.
      *--------------------------------------------------------------*
      *    REGISTRADOR DE EXECUCAO DOS JOBS PERIODICOS - RECEBE (VIA  *
      *    AREA CGRUNRG) O PROGRAMA E A DATA DA RODADA; NA CHAMADA    *
      *    'INI' GUARDA A HORA DE INICIO E NA 'FIM' GRAVA NO RUNHIST  *
      *    O REGISTRO DO PROGRAMA NA DATA COM O TEMPO EM SEGUNDOS     *
      *    (MESMO REGISTRO QUE O CGPRG041 GRAVA PARA A CADEIA). O     *
      *    CALENDARIO DE PRODUCAO (CGPRG070) CONFERE ESSES REGISTROS  *
      *    PARA SABER SE O JOB DO MES/TRIMESTRE/SEMESTRE RODOU.       *
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
           SELECT RUNHIST   ASSIGN TO "RUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS WS-FS-RUNHIST.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> HISTORICO DE TEMPOS - MESMO LAYOUT DO CGPRG041
       FD  RUNHIST
           LABEL RECORDS ARE STANDARD.
       01  RH-REG-HISTORICO.
           05  RH-CHAVE.
               10  RH-PROGRAMA         PIC X(08).
               10  RH-DATA             PIC 9(08).
           05  RH-SEGUNDOS             PIC 9(07).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-FS-RUNHIST          PIC X(02).
       77  WS-HORA-INI            PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM            PIC 9(08) VALUE ZEROS.

      *-----> CALCULO DO TEMPO DA RODADA (HHMMSSCC -> SEGUNDOS, COM
      *       VIRADA DE MEIA-NOITE TRATADA) - COMO NO CGPRG041
       01  WS-AREA-TEMPO.
           05  WS-HORA-DESD.
               10  WS-HD-HH           PIC 9(02).
               10  WS-HD-MM           PIC 9(02).
               10  WS-HD-SS           PIC 9(02).
               10  WS-HD-CC           PIC 9(02).
           05  WS-SEG-INI             PIC 9(07).
           05  WS-SEG-FIM             PIC 9(07).
           05  WS-SEG-RODADA          PIC 9(07).

       LINKAGE SECTION.
      *----------------*
           COPY CGRUNRG.
      *
       PROCEDURE DIVISION USING RR-AREA.
      *================================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGRUNREG.

           EVALUATE RR-FUNCAO
               WHEN 'INI'
                   ACCEPT WS-HORA-INI FROM TIME
               WHEN 'FIM'
                   PERFORM 030-GRAVAR-RODADA
               WHEN OTHER
                   DISPLAY ' * CGRUNREG - FUNCAO INVALIDA: ' RR-FUNCAO
           END-EVALUATE
           GOBACK
           .
      *--------------------------------------------------------------*
      *    GRAVAR A RODADA NO RUNHIST - ABRE/GRAVA/FECHA (O ARQUIVO E
      *    COMPARTILHADO COM O CGPRG041); RERUN NA MESMA DATA REGRAVA
      *--------------------------------------------------------------*
       030-GRAVAR-RODADA.

           ACCEPT WS-HORA-FIM FROM TIME
           PERFORM 035-CALCULAR-TEMPO
           OPEN I-O RUNHIST
           IF WS-FS-RUNHIST = '35'
              OPEN OUTPUT RUNHIST
              CLOSE RUNHIST
              OPEN I-O RUNHIST
           END-IF
           IF WS-FS-RUNHIST = '00'
              MOVE RR-PROGRAMA   TO RH-PROGRAMA
              MOVE RR-DATA       TO RH-DATA
              MOVE WS-SEG-RODADA TO RH-SEGUNDOS
              WRITE RH-REG-HISTORICO
                  INVALID KEY
                      REWRITE RH-REG-HISTORICO
                  NOT INVALID KEY
                      CONTINUE
              END-WRITE
              CLOSE RUNHIST
              DISPLAY ' * RODADA REGISTRADA NO RUNHIST - ' RR-PROGRAMA
                  ' ' RR-DATA
           ELSE
              DISPLAY ' * CGRUNREG - RUNHIST NAO ABERTO - FS='
                  WS-FS-RUNHIST ' - RODADA NAO REGISTRADA'
           END-IF
           .
      *--------------------------------------------------------------*
      *    HHMMSSCC -> SEGUNDOS; FIM MENOR QUE INICIO = VIRADA DE
      *    MEIA-NOITE (SOMA UM DIA). SEM 'INI' O TEMPO FICA ZERADO
      *--------------------------------------------------------------*
       035-CALCULAR-TEMPO.

           MOVE ZEROS TO WS-SEG-RODADA
           IF WS-HORA-INI NOT = ZEROS
              MOVE WS-HORA-INI TO WS-HORA-DESD
              COMPUTE WS-SEG-INI = (WS-HD-HH * 3600)
                  + (WS-HD-MM * 60) + WS-HD-SS
              MOVE WS-HORA-FIM TO WS-HORA-DESD
              COMPUTE WS-SEG-FIM = (WS-HD-HH * 3600)
                  + (WS-HD-MM * 60) + WS-HD-SS
              IF WS-SEG-FIM < WS-SEG-INI
                 ADD 86400 TO WS-SEG-FIM
              END-IF
              COMPUTE WS-SEG-RODADA = WS-SEG-FIM - WS-SEG-INI
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGRUNREG <-------------------*
