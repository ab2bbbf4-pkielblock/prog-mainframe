      *================================================================*
      *    CGRUNRG - AREA DE COMUNICACAO COM O REGISTRADOR DE          *
      *    EXECUCAO (CGRUNREG). OS JOBS PERIODICOS (FORA DA CADEIA DO  *
      *    CGPRG001, QUE JA CARIMBA O RUNCTL) CHAMAM O REGISTRADOR NO  *
      *    INICIO E NO TERMINO NORMAL; NO TERMINO ELE GRAVA NO RUNHIST *
      *    (CHAVE PROGRAMA + DATA) O TEMPO DA RODADA - E POR ESSE      *
      *    REGISTRO QUE O CGPRG070 SABE QUE O JOB RODOU.               *
      *    RR-FUNCAO: 'INI' = GUARDAR A HORA DE INICIO                 *
      *               'FIM' = GRAVAR A RODADA NO RUNHIST               *
      *    RR-DATA  : DATA DA RODADA NO FORMATO DO RUNCTL (ACCEPT      *
      *               FROM DATE, 00AAMMDD)                             *
      *================================================================*
       01  RR-AREA.
           05  RR-FUNCAO           PIC X(03).
           05  RR-PROGRAMA         PIC X(08).
           05  RR-DATA             PIC 9(08).
