      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DA TABELA DE DEPENDENCIAS DOS JOBS
      *            (SCHOOL.JOB.DEPENDENCIES, DD JOBDEPS), LIDA PELO
      *            GUARDA DO INICIO DE CADA JOB (JOBGUARD) E PELO
      *            CALENDARIO MENSAL (JOBCALEN). UMA LINHA POR REGRA
      *            DO JOB:
      *              P = PRE-REQUISITO: O JOB DO OBJETO PRECISA TER
      *                  CONCLUIDO (RC ATE 4) NO MESMO DIA (ESCOPO
      *                  D), MES (M) OU ANO (A) DE NEGOCIO, OU DEPOIS
      *                  DA ULTIMA CONCLUSAO DO PROPRIO JOB (U);
      *              U = UMA CONCLUSAO SO POR DIA (D), MES (M) OU ANO
      *                  (A) DE NEGOCIO -- CORRIDA QUE TERMINOU COM
      *                  ERRO PODE SER REPETIDA;
      *              B = ULTIMO BIMESTRE (4) DO ANO DE NEGOCIO
      *                  FECHADO NO PERIOD-CONTROL (COPYBOOK PERCTL).
      *            LINHA COM '*' NA COLUNA 1 E COMENTARIO. SEM O
      *            ARQUIVO VALE A TABELA RESERVA DO JOBGUARD.
      *            USAR COPY JOBDREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-JOB             PIC X(08).
           05 :PREFIXO:-REGRA           PIC X(01).
               88 :PREFIXO:-PRE-REQUISITO   VALUE 'P'.
               88 :PREFIXO:-UNICO           VALUE 'U'.
               88 :PREFIXO:-BIMESTRE        VALUE 'B'.
           05 :PREFIXO:-OBJETO          PIC X(08).
           05 :PREFIXO:-ESCOPO          PIC X(01).
               88 :PREFIXO:-NO-DIA          VALUE 'D'.
               88 :PREFIXO:-NO-MES          VALUE 'M'.
               88 :PREFIXO:-NO-ANO          VALUE 'A'.
               88 :PREFIXO:-DESDE-ULTIMA    VALUE 'U'.
