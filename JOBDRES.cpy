      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = TABELA RESERVA DE DEPENDENCIAS DOS JOBS, NO
      *            LAYOUT DO JOBDREC, USADA PELO JOBGUARD E PELO
      *            JOBCALEN SO QUANDO O ARQUIVO JOBDEPS NAO EXISTE OU
      *            ESTA VAZIO: GRADEBAT, TUITREM E HOUSEKEP UMA VEZ
      *            POR DIA, TUITBAT UMA VEZ POR MES, TUITRET SO COM
      *            UMA REMESSA DO TUITREM CONCLUIDA DEPOIS DO ULTIMO
      *            RETORNO E YEAREND UMA VEZ POR ANO, SO COM O 4.
      *            BIMESTRE DO ANO FECHADO.
      * DATA = 15/10/2026
      *********************************
       01  WRK-TAB-RESERVA-DEP.
           05 FILLER PIC X(18) VALUE 'GRADEBATU        D'.
           05 FILLER PIC X(18) VALUE 'TUITBAT U        M'.
           05 FILLER PIC X(18) VALUE 'TUITREM U        D'.
           05 FILLER PIC X(18) VALUE 'TUITRET PTUITREM U'.
           05 FILLER PIC X(18) VALUE 'YEAREND B        A'.
           05 FILLER PIC X(18) VALUE 'YEAREND U        A'.
           05 FILLER PIC X(18) VALUE 'HOUSEKEPU        D'.
       01  WRK-TAB-RESERVA-DEP-R REDEFINES WRK-TAB-RESERVA-DEP.
           05 WRK-RES-ITEM OCCURS 7 TIMES
                   INDEXED BY WRK-IDX-RES.
               10 WRK-RES-JOB       PIC X(08).
               10 WRK-RES-REGRA     PIC X(01).
               10 WRK-RES-OBJETO    PIC X(08).
               10 WRK-RES-ESCOPO    PIC X(01).
       77 WRK-QTDE-RESERVA-DEP PIC 9(02) VALUE 7.
