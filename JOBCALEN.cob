       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCALEN.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Calendario mensal de operacoes batch, montado do
      *            livro de execucoes RUNLEDGR (copybook LEDGREC): uma
      *            linha por dia do mes e uma coluna por job da
      *            tabela de dependencias JOBDEPS (sem ela, a tabela
      *            reserva JOBDRES), mais qualquer outro job que
      *            apareca no livro, com o resultado do dia de
      *            negocio: OK concluido, AV concluido com aviso, ER
      *            erro ou abend, NE dia nao elegivel (portao do
      *            GRADEBAT), BL barrado pelo guarda, IN iniciado sem
      *            fim (caiu no meio) e -- nao rodou; + marca o dia
      *            com mais de uma corrida (vale o melhor resultado).
      *            Depois vem o resumo por job e as pendencias: dias
      *            sem conclusao dos jobs diarios, job mensal que nao
      *            concluiu no mes e corridas sem fim. O mes sai do
      *            cartao opcional CALPARM (AAAAMM); sem ele, o mes da
      *            data de negocio (com o RUNDTOVR), ate o dia de
      *            hoje. Saida em CALRPT. RC=4 com mais de 8 jobs (os
      *            excedentes ficam fora); RC=8 sem o relatorio.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDAR-PARM ASSIGN TO "CALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT OPTIONAL JOB-DEPENDENCIES ASSIGN TO "JOBDEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPENDENCIA.
           SELECT OPTIONAL RUN-LEDGER ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIVRO.
           SELECT CALENDAR-REPORT ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-PARM
           LABEL RECORDS ARE STANDARD.
       01  CAL-REGISTRO.
           05 CAL-ANOMES           PIC 9(06).
       FD  JOB-DEPENDENCIES
           LABEL RECORDS ARE STANDARD.
       COPY JOBDREC REPLACING ==:PREFIXO:== BY ==DEP==.
       FD  RUN-LEDGER
           LABEL RECORDS ARE STANDARD.
       COPY LEDGREC REPLACING ==:PREFIXO:== BY ==LDG==.
       FD  CALENDAR-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY JOBDRES.

       77 WRK-FS-PARAMETRO PIC X(02) VALUE '00'.
       77 WRK-FS-DEPENDENCIA PIC X(02) VALUE '00'.
       77 WRK-FS-LIVRO PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-DEPENDENCIA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-DEPENDENCIA VALUE 'Y'.
       77 WRK-EOF-LIVRO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-LIVRO VALUE 'Y'.
       77 WRK-ACHOU-JOB-SW PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-JOB VALUE 'S'.
       77 WRK-LIMITE-ESTOURADO-SW PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-ESTOURADO VALUE 'S'.
       77 WRK-TEM-PENDENCIA-SW PIC X(01) VALUE 'N'.
           88 WRK-TEM-PENDENCIA VALUE 'S'.
      *---------------------------------------------------------
      * MES DO CALENDARIO E DIAS JA APURADOS (MES CORRENTE SO ATE
      * HOJE; MES FUTURO NENHUM)
      *---------------------------------------------------------
       01  WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-GRUPO REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANOMES PIC 9(06).
           05 WRK-HOJE-DIA PIC 9(02).
       01  WRK-MES-RELATORIO PIC 9(06) VALUE ZEROS.
       01  WRK-MES-RELATORIO-GRUPO REDEFINES WRK-MES-RELATORIO.
           05 WRK-REL-ANO PIC 9(04).
           05 WRK-REL-MES PIC 9(02).
       01  WRK-DATA-LIVRO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-LIVRO-GRUPO REDEFINES WRK-DATA-LIVRO.
           05 WRK-LIVRO-ANOMES PIC 9(06).
           05 WRK-LIVRO-DIA PIC 9(02).
       77 WRK-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-APURADOS PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-REL PIC 9(02) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-4 PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-100 PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-400 PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-SEMANA-AUX PIC 9(01) VALUE ZEROS.
       01  WRK-TAB-SEMANA VALUE 'DOMSEGTERQUAQUISEXSAB'.
           05 WRK-NOME-SEMANA PIC X(03) OCCURS 7 TIMES.
      *---------------------------------------------------------
      * JOBS DO CALENDARIO: FREQUENCIA (ESCOPO DA REGRA U), CONTAGENS
      * DO MES E O RESULTADO DE CADA DIA
      *---------------------------------------------------------
       77 WRK-JOB-PROCURADO PIC X(08) VALUE SPACES.
       77 WRK-FREQ-PROCURADA PIC X(01) VALUE SPACES.
       77 WRK-QTDE-JOBS PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-LINHAS-DEP PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-JOBS.
           05 WRK-JOB-ITEM OCCURS 8 TIMES
                   INDEXED BY WRK-IDX-JOB.
               10 WRK-JOB-NOME        PIC X(08).
               10 WRK-JOB-FREQ        PIC X(01).
               10 WRK-JOB-ABERTO      PIC X(01).
               10 WRK-JOB-EXECUCOES   PIC 9(03).
               10 WRK-JOB-CONCLUIDAS  PIC 9(03).
               10 WRK-JOB-ERROS       PIC 9(03).
               10 WRK-JOB-BARRADAS    PIC 9(03).
               10 WRK-JOB-SEM-FIM     PIC 9(03).
               10 WRK-JOB-NAO-ELEG    PIC 9(03).
               10 WRK-JOB-DIAS-SEM    PIC 9(02).
               10 WRK-JOB-DIA OCCURS 31 TIMES.
                   15 WRK-DIA-CODIGO  PIC X(02).
                   15 WRK-DIA-QTDE    PIC 9(02).
      *---------------------------------------------------------
      * PESO DOS RESULTADOS: NO DIA COM MAIS DE UMA CORRIDA FICA O
      * MELHOR
      *---------------------------------------------------------
       77 WRK-CODIGO-NOVO PIC X(02) VALUE SPACES.
       77 WRK-CODIGO-PESO PIC X(02) VALUE SPACES.
       77 WRK-PESO PIC 9(01) VALUE ZEROS.
       77 WRK-PESO-NOVO PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------------
       01  WRK-LINHA-CABEC.
           05 WRK-LC-TITULO        PIC X(08).
           05 WRK-LC-CELULA OCCURS 8 TIMES.
               10 WRK-LC-JOB       PIC X(08).
               10 FILLER           PIC X(01).
       01  WRK-LINHA-DIA.
           05 WRK-LD-DIA           PIC 9(02).
           05 FILLER               PIC X(02).
           05 WRK-LD-SEMANA        PIC X(03).
           05 FILLER               PIC X(01).
           05 WRK-LD-CELULA OCCURS 8 TIMES.
               10 WRK-LD-CODIGO    PIC X(02).
               10 WRK-LD-MARCA     PIC X(01).
               10 FILLER           PIC X(06).
       01  WRK-LINHA-RESUMO.
           05 WRK-LR-JOB           PIC X(08).
           05 FILLER               PIC X(02).
           05 WRK-LR-FREQ          PIC X(04).
           05 FILLER               PIC X(03).
           05 WRK-LR-EXECUCOES     PIC ZZ9.
           05 FILLER               PIC X(04).
           05 WRK-LR-CONCLUIDAS    PIC ZZ9.
           05 FILLER               PIC X(03).
           05 WRK-LR-ERROS         PIC ZZ9.
           05 FILLER               PIC X(03).
           05 WRK-LR-BARRADAS      PIC ZZ9.
           05 FILLER               PIC X(04).
           05 WRK-LR-SEM-FIM       PIC ZZ9.
           05 FILLER               PIC X(05).
           05 WRK-LR-NAO-ELEG      PIC ZZ9.
           05 FILLER               PIC X(08).
           05 WRK-LR-DIAS-SEM      PIC ZZ9.
           05 WRK-LR-DIAS-SEM-X REDEFINES WRK-LR-DIAS-SEM
                                   PIC X(03).
       77 WRK-EDT-QTDE PIC ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LER-LIVRO THRU 2000-EXIT.
           PERFORM 3000-APURAR-DIAS THRU 3000-EXIT
               VARYING WRK-IDX-JOB FROM 1 BY 1
               UNTIL WRK-IDX-JOB > WRK-QTDE-JOBS.
           PERFORM 5000-IMPRIMIR-CALENDARIO THRU 5000-EXIT.
           PERFORM 6000-IMPRIMIR-RESUMO THRU 6000-EXIT.
           PERFORM 7000-IMPRIMIR-PENDENCIAS THRU 7000-EXIT.
           CLOSE CALENDAR-REPORT.
           IF WRK-LIMITE-ESTOURADO
               DISPLAY 'ATENCAO - MAIS DE 8 JOBS - OS EXCEDENTES '
                   'FICARAM FORA DO CALENDARIO'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      * DATA DE NEGOCIO, MES DO CALENDARIO, DIAS DO MES E JOBS DA
      * TABELA DE DEPENDENCIAS
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           OPEN OUTPUT CALENDAR-REPORT.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CALENDARIO - FS '
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WRK-HOJE-ANOMES TO WRK-MES-RELATORIO.
           OPEN INPUT CALENDAR-PARM.
           IF WRK-FS-PARAMETRO = '00'
               READ CALENDAR-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-VALIDAR-MES THRU 1100-EXIT
               END-READ
           END-IF.
           IF WRK-FS-PARAMETRO = '00' OR WRK-FS-PARAMETRO = '05'
               CLOSE CALENDAR-PARM
           END-IF.
           PERFORM 1200-CONTAR-DIAS THRU 1200-EXIT.
           PERFORM 1300-CARREGAR-JOBS THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

       1100-VALIDAR-MES.
           IF CAL-ANOMES NUMERIC
               MOVE CAL-ANOMES TO WRK-MES-RELATORIO
               IF WRK-REL-MES < 01 OR WRK-REL-MES > 12 OR
                  WRK-REL-ANO < 1900
                   DISPLAY 'ATENCAO - MES DO CALPARM INVALIDO ('
                       CAL-ANOMES ') - VALE O MES CORRENTE'
                   MOVE WRK-HOJE-ANOMES TO WRK-MES-RELATORIO
               END-IF
           ELSE
               DISPLAY 'ATENCAO - MES DO CALPARM INVALIDO - VALE O '
                   'MES CORRENTE'
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DIAS DO MES (FEVEREIRO PELA REGRA DO ANO BISSEXTO) E ATE
      * QUE DIA O MES JA PASSOU
      *----------------------------------------------------------
       1200-CONTAR-DIAS.
           EVALUATE WRK-REL-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WRK-DIAS-NO-MES
               WHEN 02
                   DIVIDE WRK-REL-ANO BY 4 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO-4
                   DIVIDE WRK-REL-ANO BY 100 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO-100
                   DIVIDE WRK-REL-ANO BY 400 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO-400
                   IF WRK-RESTO-4 = ZEROS AND
                      (WRK-RESTO-100 NOT = ZEROS OR
                       WRK-RESTO-400 = ZEROS)
                       MOVE 29 TO WRK-DIAS-NO-MES
                   ELSE
                       MOVE 28 TO WRK-DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-DIAS-NO-MES
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WRK-MES-RELATORIO < WRK-HOJE-ANOMES
                   MOVE WRK-DIAS-NO-MES TO WRK-DIAS-APURADOS
               WHEN WRK-MES-RELATORIO = WRK-HOJE-ANOMES
                   MOVE WRK-HOJE-DIA TO WRK-DIAS-APURADOS
               WHEN OTHER
                   MOVE ZEROS TO WRK-DIAS-APURADOS
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JOBS DA TABELA JOBDEPS (OU DA RESERVA, SEM ELA), NA ORDEM
      * EM QUE APARECEM; A REGRA U DA A FREQUENCIA ESPERADA
      *----------------------------------------------------------
       1300-CARREGAR-JOBS.
           OPEN INPUT JOB-DEPENDENCIES.
           IF WRK-FS-DEPENDENCIA = '00' OR WRK-FS-DEPENDENCIA = '05'
               PERFORM 1350-LER-DEPENDENCIA THRU 1350-EXIT
                   UNTIL WRK-EOF-DEPENDENCIA
               CLOSE JOB-DEPENDENCIES
           END-IF.
           IF WRK-QTDE-LINHAS-DEP = ZEROS
               PERFORM 1400-LER-RESERVA THRU 1400-EXIT
                   VARYING WRK-IDX-RES FROM 1 BY 1
                   UNTIL WRK-IDX-RES > WRK-QTDE-RESERVA-DEP
           END-IF.
       1300-EXIT.
           EXIT.

       1350-LER-DEPENDENCIA.
           READ JOB-DEPENDENCIES
               AT END
                   MOVE 'Y' TO WRK-EOF-DEPENDENCIA-SW
               NOT AT END
                   IF DEP-JOB NOT = SPACES AND DEP-JOB (1:1) NOT = '*'
                       ADD 1 TO WRK-QTDE-LINHAS-DEP
                       MOVE DEP-JOB TO WRK-JOB-PROCURADO
                       MOVE SPACES TO WRK-FREQ-PROCURADA
                       IF DEP-UNICO
                           MOVE DEP-ESCOPO TO WRK-FREQ-PROCURADA
                       END-IF
                       PERFORM 1500-LOCALIZAR-JOB THRU 1500-EXIT
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

       1400-LER-RESERVA.
           MOVE WRK-RES-JOB (WRK-IDX-RES) TO WRK-JOB-PROCURADO.
           MOVE SPACES TO WRK-FREQ-PROCURADA.
           IF WRK-RES-REGRA (WRK-IDX-RES) = 'U'
               MOVE WRK-RES-ESCOPO (WRK-IDX-RES) TO WRK-FREQ-PROCURADA
           END-IF.
           PERFORM 1500-LOCALIZAR-JOB THRU 1500-EXIT.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LOCALIZA O JOB NA TABELA, INCLUINDO SE FOR NOVO. TABELA
      * CHEIA DEIXA O JOB FORA (WRK-ACHOU-JOB = N).
      *----------------------------------------------------------
       1500-LOCALIZAR-JOB.
           MOVE 'N' TO WRK-ACHOU-JOB-SW.
           SET WRK-IDX-JOB TO 1.
           SEARCH WRK-JOB-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-JOB > WRK-QTDE-JOBS
                   CONTINUE
               WHEN WRK-JOB-NOME (WRK-IDX-JOB) = WRK-JOB-PROCURADO
                   MOVE 'S' TO WRK-ACHOU-JOB-SW
           END-SEARCH.
           IF NOT WRK-ACHOU-JOB
               IF WRK-QTDE-JOBS NOT < 8
                   MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
                   GO TO 1500-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-JOBS
               SET WRK-IDX-JOB TO WRK-QTDE-JOBS
               PERFORM 1550-LIMPAR-JOB THRU 1550-EXIT
               MOVE WRK-JOB-PROCURADO TO WRK-JOB-NOME (WRK-IDX-JOB)
               MOVE 'S' TO WRK-ACHOU-JOB-SW
           END-IF.
           IF WRK-FREQ-PROCURADA NOT = SPACES
               MOVE WRK-FREQ-PROCURADA TO WRK-JOB-FREQ (WRK-IDX-JOB)
           END-IF.
       1500-EXIT.
           EXIT.

       1550-LIMPAR-JOB.
           MOVE SPACES TO WRK-JOB-FREQ (WRK-IDX-JOB).
           MOVE 'N' TO WRK-JOB-ABERTO (WRK-IDX-JOB).
           MOVE ZEROS TO WRK-JOB-EXECUCOES (WRK-IDX-JOB).
           MOVE ZEROS TO WRK-JOB-CONCLUIDAS (WRK-IDX-JOB).
           MOVE ZEROS TO WRK-JOB-ERROS (WRK-IDX-JOB).
           MOVE ZEROS TO WRK-JOB-BARRADAS (WRK-IDX-JOB).
           MOVE ZEROS TO WRK-JOB-SEM-FIM (WRK-IDX-JOB).
           MOVE ZEROS TO WRK-JOB-NAO-ELEG (WRK-IDX-JOB).
           MOVE ZEROS TO WRK-JOB-DIAS-SEM (WRK-IDX-JOB).
           PERFORM 1560-LIMPAR-DIA THRU 1560-EXIT
               VARYING WRK-DIA-REL FROM 1 BY 1
               UNTIL WRK-DIA-REL > 31.
       1550-EXIT.
           EXIT.

       1560-LIMPAR-DIA.
           MOVE SPACES TO WRK-DIA-CODIGO (WRK-IDX-JOB, WRK-DIA-REL).
           MOVE ZEROS TO WRK-DIA-QTDE (WRK-IDX-JOB, WRK-DIA-REL).
       1560-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PASSA O LIVRO E ANOTA AS LINHAS DO MES PELO DIA DE NEGOCIO.
      * A LINHA I ABRE A CORRIDA (IN ATE CHEGAR O FIM); F OU N
      * FECHA A CORRIDA ABERTA DO JOB, SEM CONTAR OUTRA; B E UMA
      * CORRIDA BARRADA PELO GUARDA.
      *----------------------------------------------------------
       2000-LER-LIVRO.
           OPEN INPUT RUN-LEDGER.
           IF WRK-FS-LIVRO NOT = '00' AND WRK-FS-LIVRO NOT = '05'
               DISPLAY 'ATENCAO - LIVRO DE EXECUCOES INDISPONIVEL - '
                   'FS ' WRK-FS-LIVRO
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-LINHA THRU 2100-EXIT
               UNTIL WRK-EOF-LIVRO.
           CLOSE RUN-LEDGER.
       2000-EXIT.
           EXIT.

       2100-LER-LINHA.
           READ RUN-LEDGER
               AT END
                   MOVE 'Y' TO WRK-EOF-LIVRO-SW
               NOT AT END
                   MOVE LDG-DATA-NEGOCIO TO WRK-DATA-LIVRO
                   IF WRK-LIVRO-ANOMES = WRK-MES-RELATORIO AND
                      WRK-LIVRO-DIA > ZEROS AND
                      WRK-LIVRO-DIA NOT > WRK-DIAS-NO-MES
                       PERFORM 2200-ANOTAR-LINHA THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-ANOTAR-LINHA.
           MOVE LDG-JOB TO WRK-JOB-PROCURADO.
           MOVE SPACES TO WRK-FREQ-PROCURADA.
           PERFORM 1500-LOCALIZAR-JOB THRU 1500-EXIT.
           IF NOT WRK-ACHOU-JOB
               GO TO 2200-EXIT
           END-IF.
           MOVE WRK-LIVRO-DIA TO WRK-DIA-REL.
           EVALUATE TRUE
               WHEN LDG-INICIO
                   ADD 1 TO WRK-JOB-EXECUCOES (WRK-IDX-JOB)
                   ADD 1 TO WRK-JOB-SEM-FIM (WRK-IDX-JOB)
                   ADD 1 TO WRK-DIA-QTDE (WRK-IDX-JOB, WRK-DIA-REL)
                   MOVE 'S' TO WRK-JOB-ABERTO (WRK-IDX-JOB)
                   MOVE 'IN' TO WRK-CODIGO-NOVO
               WHEN LDG-BARRADO
                   ADD 1 TO WRK-JOB-EXECUCOES (WRK-IDX-JOB)
                   ADD 1 TO WRK-JOB-BARRADAS (WRK-IDX-JOB)
                   ADD 1 TO WRK-DIA-QTDE (WRK-IDX-JOB, WRK-DIA-REL)
                   MOVE 'BL' TO WRK-CODIGO-NOVO
               WHEN LDG-FIM OR LDG-NAO-ELEGIVEL
                   PERFORM 2300-FECHAR-CORRIDA THRU 2300-EXIT
               WHEN OTHER
                   GO TO 2200-EXIT
           END-EVALUATE.
           PERFORM 2400-GUARDAR-CODIGO THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

       2300-FECHAR-CORRIDA.
           IF WRK-JOB-ABERTO (WRK-IDX-JOB) = 'S'
               SUBTRACT 1 FROM WRK-JOB-SEM-FIM (WRK-IDX-JOB)
               MOVE 'N' TO WRK-JOB-ABERTO (WRK-IDX-JOB)
           ELSE
               ADD 1 TO WRK-JOB-EXECUCOES (WRK-IDX-JOB)
               ADD 1 TO WRK-DIA-QTDE (WRK-IDX-JOB, WRK-DIA-REL)
           END-IF.
           EVALUATE TRUE
               WHEN LDG-NAO-ELEGIVEL
                   ADD 1 TO WRK-JOB-NAO-ELEG (WRK-IDX-JOB)
                   MOVE 'NE' TO WRK-CODIGO-NOVO
               WHEN LDG-RC = ZEROS
                   ADD 1 TO WRK-JOB-CONCLUIDAS (WRK-IDX-JOB)
                   MOVE 'OK' TO WRK-CODIGO-NOVO
               WHEN LDG-RC NOT > 4
                   ADD 1 TO WRK-JOB-CONCLUIDAS (WRK-IDX-JOB)
                   MOVE 'AV' TO WRK-CODIGO-NOVO
               WHEN OTHER
                   ADD 1 TO WRK-JOB-ERROS (WRK-IDX-JOB)
                   MOVE 'ER' TO WRK-CODIGO-NOVO
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O DIA FICA COM O MELHOR RESULTADO. O FIM DA CORRIDA SEMPRE
      * PESA MAIS QUE O IN DO PROPRIO INICIO.
      *----------------------------------------------------------
       2400-GUARDAR-CODIGO.
           MOVE WRK-CODIGO-NOVO TO WRK-CODIGO-PESO.
           PERFORM 2450-PESAR-CODIGO THRU 2450-EXIT.
           MOVE WRK-PESO TO WRK-PESO-NOVO.
           MOVE WRK-DIA-CODIGO (WRK-IDX-JOB, WRK-DIA-REL)
               TO WRK-CODIGO-PESO.
           PERFORM 2450-PESAR-CODIGO THRU 2450-EXIT.
           IF WRK-PESO-NOVO > WRK-PESO
               MOVE WRK-CODIGO-NOVO
                   TO WRK-DIA-CODIGO (WRK-IDX-JOB, WRK-DIA-REL)
           END-IF.
       2400-EXIT.
           EXIT.

       2450-PESAR-CODIGO.
           EVALUATE WRK-CODIGO-PESO
               WHEN 'OK'
                   MOVE 6 TO WRK-PESO
               WHEN 'AV'
                   MOVE 5 TO WRK-PESO
               WHEN 'NE'
                   MOVE 4 TO WRK-PESO
               WHEN 'ER'
                   MOVE 3 TO WRK-PESO
               WHEN 'IN'
                   MOVE 2 TO WRK-PESO
               WHEN 'BL'
                   MOVE 1 TO WRK-PESO
               WHEN OTHER
                   MOVE 0 TO WRK-PESO
           END-EVALUATE.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DIAS JA PASSADOS DO MES SEM CONCLUSAO DO JOB (DIA NAO
      * ELEGIVEL NAO E FALTA)
      *----------------------------------------------------------
       3000-APURAR-DIAS.
           PERFORM 3100-APURAR-DIA THRU 3100-EXIT
               VARYING WRK-DIA-REL FROM 1 BY 1
               UNTIL WRK-DIA-REL > WRK-DIAS-APURADOS.
       3000-EXIT.
           EXIT.

       3100-APURAR-DIA.
           IF WRK-DIA-CODIGO (WRK-IDX-JOB, WRK-DIA-REL) NOT = 'OK' AND
              WRK-DIA-CODIGO (WRK-IDX-JOB, WRK-DIA-REL) NOT = 'AV' AND
              WRK-DIA-CODIGO (WRK-IDX-JOB, WRK-DIA-REL) NOT = 'NE'
               ADD 1 TO WRK-JOB-DIAS-SEM (WRK-IDX-JOB)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CABECALHO, LEGENDA E UMA LINHA POR DIA DO MES
      *----------------------------------------------------------
       5000-IMPRIMIR-CALENDARIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'CALENDARIO DE OPERACOES BATCH - MES '
                   DELIMITED BY SIZE
               WRK-REL-MES '/' WRK-REL-ANO DELIMITED BY SIZE
               ' - EMITIDO EM ' DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'OK=CONCLUIDO  AV=COM AVISO  ER=ERRO OU ABEND  '
                   DELIMITED BY SIZE
               'NE=DIA NAO ELEGIVEL' DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'BL=BARRADO PELO GUARDA  IN=SEM FIM  '
                   DELIMITED BY SIZE
               '--=NAO RODOU  +=MAIS DE UMA CORRIDA' DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WRK-LINHA-CABEC.
           MOVE 'DIA DS' TO WRK-LC-TITULO.
           PERFORM 5100-MONTAR-CABEC THRU 5100-EXIT
               VARYING WRK-IDX-JOB FROM 1 BY 1
               UNTIL WRK-IDX-JOB > WRK-QTDE-JOBS.
           MOVE WRK-LINHA-CABEC TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 5200-IMPRIMIR-DIA THRU 5200-EXIT
               VARYING WRK-DIA-REL FROM 1 BY 1
               UNTIL WRK-DIA-REL > WRK-DIAS-NO-MES.
       5000-EXIT.
           EXIT.

       5100-MONTAR-CABEC.
           MOVE WRK-JOB-NOME (WRK-IDX-JOB)
               TO WRK-LC-JOB (WRK-IDX-JOB).
       5100-EXIT.
           EXIT.

       5200-IMPRIMIR-DIA.
           MOVE SPACES TO WRK-LINHA-DIA.
           MOVE WRK-DIA-REL TO WRK-LD-DIA.
           COMPUTE WRK-DATA-DIA =
               WRK-MES-RELATORIO * 100 + WRK-DIA-REL.
           COMPUTE WRK-JULIANA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA).
           COMPUTE WRK-DIA-SEMANA-AUX =
               FUNCTION MOD(WRK-JULIANA, 7) + 1.
           MOVE WRK-NOME-SEMANA (WRK-DIA-SEMANA-AUX) TO WRK-LD-SEMANA.
           PERFORM 5300-MONTAR-CELULA THRU 5300-EXIT
               VARYING WRK-IDX-JOB FROM 1 BY 1
               UNTIL WRK-IDX-JOB > WRK-QTDE-JOBS.
           MOVE WRK-LINHA-DIA TO REL-LINHA.
           WRITE REL-LINHA.
       5200-EXIT.
           EXIT.

       5300-MONTAR-CELULA.
           EVALUATE TRUE
               WHEN WRK-DIA-QTDE (WRK-IDX-JOB, WRK-DIA-REL) > ZEROS
                   MOVE WRK-DIA-CODIGO (WRK-IDX-JOB, WRK-DIA-REL)
                       TO WRK-LD-CODIGO (WRK-IDX-JOB)
                   IF WRK-DIA-QTDE (WRK-IDX-JOB, WRK-DIA-REL) > 1
                       MOVE '+' TO WRK-LD-MARCA (WRK-IDX-JOB)
                   END-IF
               WHEN WRK-DIA-REL NOT > WRK-DIAS-APURADOS
                   MOVE '--' TO WRK-LD-CODIGO (WRK-IDX-JOB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RESUMO POR JOB. DIAS SEM CONCLUSAO SO PARA JOB DIARIO.
      *----------------------------------------------------------
       6000-IMPRIMIR-RESUMO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'RESUMO DO MES' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'JOB       FREQ  EXEC  CONCL  ERRO  BARR  '
                   DELIMITED BY SIZE
               'S/FIM  N/ELEG  SEM CONCL' DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 6100-IMPRIMIR-JOB THRU 6100-EXIT
               VARYING WRK-IDX-JOB FROM 1 BY 1
               UNTIL WRK-IDX-JOB > WRK-QTDE-JOBS.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-JOB.
           MOVE SPACES TO WRK-LINHA-RESUMO.
           MOVE WRK-JOB-NOME (WRK-IDX-JOB) TO WRK-LR-JOB.
           EVALUATE WRK-JOB-FREQ (WRK-IDX-JOB)
               WHEN 'D'
                   MOVE 'DIA' TO WRK-LR-FREQ
               WHEN 'M'
                   MOVE 'MES' TO WRK-LR-FREQ
               WHEN 'A'
                   MOVE 'ANO' TO WRK-LR-FREQ
               WHEN OTHER
                   MOVE '-' TO WRK-LR-FREQ
           END-EVALUATE.
           MOVE WRK-JOB-EXECUCOES (WRK-IDX-JOB) TO WRK-LR-EXECUCOES.
           MOVE WRK-JOB-CONCLUIDAS (WRK-IDX-JOB) TO WRK-LR-CONCLUIDAS.
           MOVE WRK-JOB-ERROS (WRK-IDX-JOB) TO WRK-LR-ERROS.
           MOVE WRK-JOB-BARRADAS (WRK-IDX-JOB) TO WRK-LR-BARRADAS.
           MOVE WRK-JOB-SEM-FIM (WRK-IDX-JOB) TO WRK-LR-SEM-FIM.
           MOVE WRK-JOB-NAO-ELEG (WRK-IDX-JOB) TO WRK-LR-NAO-ELEG.
           IF WRK-JOB-FREQ (WRK-IDX-JOB) = 'D'
               MOVE WRK-JOB-DIAS-SEM (WRK-IDX-JOB) TO WRK-LR-DIAS-SEM
           ELSE
               MOVE '  -' TO WRK-LR-DIAS-SEM-X
           END-IF.
           MOVE WRK-LINHA-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O QUE FALTOU NO MES: JOB DIARIO COM DIA SEM CONCLUSAO, JOB
      * MENSAL SEM CONCLUSAO, JOB QUE NAO RODOU E CORRIDA SEM FIM
      *----------------------------------------------------------
       7000-IMPRIMIR-PENDENCIAS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PENDENCIAS DO MES' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 7100-PENDENCIAS-JOB THRU 7100-EXIT
               VARYING WRK-IDX-JOB FROM 1 BY 1
               UNTIL WRK-IDX-JOB > WRK-QTDE-JOBS.
           IF NOT WRK-TEM-PENDENCIA
               MOVE '  NENHUMA PENDENCIA' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       7000-EXIT.
           EXIT.

       7100-PENDENCIAS-JOB.
           IF WRK-JOB-EXECUCOES (WRK-IDX-JOB) = ZEROS AND
              WRK-DIAS-APURADOS > ZEROS
               MOVE SPACES TO REL-LINHA
               STRING '  ' WRK-JOB-NOME (WRK-IDX-JOB)
                       DELIMITED BY SIZE
                   ' NAO RODOU NO MES' DELIMITED BY SIZE
                   INTO REL-LINHA
               WRITE REL-LINHA
               MOVE 'S' TO WRK-TEM-PENDENCIA-SW
           END-IF.
           IF WRK-JOB-FREQ (WRK-IDX-JOB) = 'D' AND
              WRK-JOB-DIAS-SEM (WRK-IDX-JOB) > ZEROS
               MOVE WRK-JOB-DIAS-SEM (WRK-IDX-JOB) TO WRK-EDT-QTDE
               MOVE SPACES TO REL-LINHA
               STRING '  ' WRK-JOB-NOME (WRK-IDX-JOB)
                       DELIMITED BY SIZE
                   WRK-EDT-QTDE DELIMITED BY SIZE
                   ' DIA(S) SEM CONCLUSAO' DELIMITED BY SIZE
                   INTO REL-LINHA
               WRITE REL-LINHA
               MOVE 'S' TO WRK-TEM-PENDENCIA-SW
           END-IF.
           IF WRK-JOB-FREQ (WRK-IDX-JOB) = 'M' AND
              WRK-JOB-CONCLUIDAS (WRK-IDX-JOB) = ZEROS AND
              WRK-JOB-EXECUCOES (WRK-IDX-JOB) > ZEROS AND
              WRK-DIAS-APURADOS > ZEROS
               MOVE SPACES TO REL-LINHA
               IF WRK-DIAS-APURADOS < WRK-DIAS-NO-MES
                   STRING '  ' WRK-JOB-NOME (WRK-IDX-JOB)
                           DELIMITED BY SIZE
                       ' AINDA NAO CONCLUIDO NO MES' DELIMITED BY SIZE
                       INTO REL-LINHA
               ELSE
                   STRING '  ' WRK-JOB-NOME (WRK-IDX-JOB)
                           DELIMITED BY SIZE
                       ' NAO CONCLUIDO NO MES' DELIMITED BY SIZE
                       INTO REL-LINHA
               END-IF
               WRITE REL-LINHA
               MOVE 'S' TO WRK-TEM-PENDENCIA-SW
           END-IF.
           IF WRK-JOB-SEM-FIM (WRK-IDX-JOB) > ZEROS
               MOVE WRK-JOB-SEM-FIM (WRK-IDX-JOB) TO WRK-EDT-QTDE
               MOVE SPACES TO REL-LINHA
               STRING '  ' WRK-JOB-NOME (WRK-IDX-JOB)
                       DELIMITED BY SIZE
                   WRK-EDT-QTDE DELIMITED BY SIZE
                   ' CORRIDA(S) SEM FIM (CAIU NO MEIO OU RODANDO)'
                       DELIMITED BY SIZE
                   INTO REL-LINHA
               WRITE REL-LINHA
               MOVE 'S' TO WRK-TEM-PENDENCIA-SW
           END-IF.
       7100-EXIT.
           EXIT.
