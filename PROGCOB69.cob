       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB69.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Conferencia bimestral da carga horaria dada: para
      *            o bimestre informado e a sua janela de datas do
      *            PERIOD-CONTROL (ou do console, sem as datas), conta
      *            os dias letivos (sem fim de semana nem feriado do
      *            calendario HOLCAL, mesma regra do portao
      *            PROGCOBO3), transforma em semanas letivas e, para
      *            cada linha da grade curricular CURRICULUM-GRID
      *            (copybook GRIDREC), compara as aulas previstas
      *            (carga semanal x semanas) com as aulas dadas no
      *            registro de conteudo CONTENT-LOG (copybook
      *            CONTREC, gravado pelo PROGCOB67). Materia com
      *            menos aulas dadas do que o previsto ate a data sai
      *            marcada ATRASADA, para a coordenacao marcar
      *            reposicao antes de o PERIOD-CONTROL fechar o
      *            bimestre; bimestre ja fechado sai avisado no
      *            cabecalho.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Janela do bimestre passa a vir das datas
      *                    de inicio e fim do PERIOD-CONTROL (opcao D
      *                    do PROGCOB42); o console so e perguntado
      *                    quando o registro nao traz as duas datas.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRICULUM-GRID ASSIGN TO "CURRGRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GRADE.
           SELECT OPTIONAL CONTENT-LOG ASSIGN TO "CONTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTEUDO.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALENDARIO.
           SELECT OPTIONAL PERIOD-CONTROL ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT LESSON-REPORT ASSIGN TO "CONTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRICULUM-GRID
           LABEL RECORDS ARE STANDARD.
       COPY GRIDREC REPLACING ==:PREFIXO:== BY ==GRD==.
       FD  CONTENT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY CONTREC REPLACING ==:PREFIXO:== BY ==CNT==.
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALREC REPLACING ==:PREFIXO:== BY ==CAL==.
       FD  PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD.
       COPY PERCTL REPLACING ==:PREFIXO:== BY ==PER==.
       FD  LESSON-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-GRADE PIC X(02) VALUE '00'.
       77 WRK-FS-CONTEUDO PIC X(02) VALUE '00'.
       77 WRK-FS-PERIODO PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-GRADE-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-GRADE VALUE 'Y'.
       77 WRK-EOF-CONTEUDO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CONTEUDO VALUE 'Y'.
       77 WRK-EOF-PERIODO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PERIODO VALUE 'Y'.
       77 WRK-PERIODO-FECHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-PERIODO-FECHADO VALUE 'S'.
       77 WRK-DATA-HOJE-INT PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------
      * BIMESTRE CONFERIDO E A SUA JANELA DE DATAS (DO PERIOD-
      * CONTROL OU, SEM AS DATAS NO REGISTRO, DO CONSOLE); O
      * PREVISTO "ATE A DATA" PARA NO MENOR ENTRE O FIM DO
      * BIMESTRE E O DIA DA EXECUCAO
      *---------------------------------------------------------
       77 WRK-BIMESTRE PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-BIMESTRE PIC 9(04) VALUE ZEROS.
       77 WRK-PER-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-PER-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-DATAS-VALIDAS-SW PIC X(01) VALUE 'N'.
           88 WRK-DATAS-VALIDAS VALUE 'S'.
      *---------------------------------------------------------
      * CONTAGEM DE DIAS LETIVOS DA JANELA (DIA A DIA PELA DATA
      * JULIANA, MESMA DERIVACAO DE DIA DA SEMANA DO PROGCOBO3)
      *---------------------------------------------------------
       77 WRK-JULIANA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-CORTE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-LETIVOS PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-ATE-CORTE PIC 9(03) VALUE ZEROS.
       77 WRK-DIA-UTIL-SW PIC X(01) VALUE 'N'.
           88 WRK-DIA-UTIL VALUE 'S'.
       77 WRK-DIAS-POR-SEMANA PIC 9(01) VALUE 5.
       01  WRK-DIA-INTEIRA PIC 9(08) VALUE ZEROS.
       01  WRK-DIA-GRUPO REDEFINES WRK-DIA-INTEIRA.
           05 WRK-DIA-ANO PIC 9(04).
           05 WRK-DIA-MES PIC 9(02).
           05 WRK-DIA-DIA PIC 9(02).
      *---------------------------------------------------------
      * FERIADOS DO CALENDARIO HOLCAL (MESMA FONTE DO PORTAO
      * PROGCOBO3), COM A TABELA FIXA VALENDO COMO RESERVA
      *---------------------------------------------------------
       77 WRK-FS-CALENDARIO PIC X(02) VALUE '00'.
       77 WRK-EOF-CAL-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CAL VALUE 'Y'.
       77 WRK-MMDD PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-FER PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FERIADOS VALUE '01010421050109071225'.
           05 WRK-FERIADO PIC 9(04) OCCURS 5 TIMES.
       77 WRK-QTDE-FERIADOS PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CALENDARIO.
           05 WRK-CAL-MMDD PIC 9(04) OCCURS 100 TIMES.
       77 WRK-MMDD-VALIDO PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------------
      * GRADE CURRICULAR CARREGADA (TURMA + MATERIA + CARGA) COM
      * AS AULAS DADAS NA JANELA ACUMULADAS POR LINHA
      *---------------------------------------------------------
       77 WRK-QTDE-GRADE PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-GRADE.
           05 WRK-GRD-ITEM OCCURS 200 TIMES
                   INDEXED BY WRK-IDX-GRD.
               10 WRK-GRD-TURMA    PIC X(06).
               10 WRK-GRD-MATERIA  PIC X(10).
               10 WRK-GRD-CARGA    PIC 9(02).
               10 WRK-GRD-DADAS    PIC 9(04).
       77 WRK-PREVISTAS-BIM PIC 9(04) VALUE ZEROS.
       77 WRK-PREVISTAS-CORTE PIC 9(04) VALUE ZEROS.
       77 WRK-QTDE-AULAS-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-FORA-GRADE PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ATRASADAS PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-DATAS-VALIDAS
               PERFORM 1300-CARREGAR-CALENDARIO THRU 1300-EXIT
               PERFORM 1500-VERIFICAR-PERIODO THRU 1500-EXIT
               PERFORM 2000-CONTAR-DIAS-LETIVOS THRU 2000-EXIT
               PERFORM 3000-CARREGAR-GRADE THRU 3000-EXIT
               PERFORM 4000-CONTAR-AULAS-DADAS THRU 4000-EXIT
               PERFORM 5000-EMITIR-RELATORIO THRU 5000-EXIT
               PERFORM 8000-FINALIZAR THRU 8000-EXIT
           ELSE
               DISPLAY 'CONFERENCIA CANCELADA - BIMESTRE OU JANELA '
                   'DE DATAS INVALIDA'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      * OBTEM A DATA DA EXECUCAO, O BIMESTRE E A SUA JANELA DE
      * DATAS (AAAAMMDD) DO PERIOD-CONTROL DO ANO CORRENTE; SO
      * QUANDO O REGISTRO NAO TRAZ AS DUAS DATAS ELAS SAO PEDIDAS
      * NO CONSOLE. AS DATAS SAO CONFERIDAS PELA CONVERSAO PARA
      * DATA JULIANA
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE-INT =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           DISPLAY 'CONFERENCIA DE CARGA HORARIA DADA'.
           DISPLAY 'BIMESTRE (1 A 4): '.
           ACCEPT WRK-BIMESTRE FROM CONSOLE.
           MOVE 'N' TO WRK-DATAS-VALIDAS-SW.
           IF WRK-BIMESTRE < 1 OR WRK-BIMESTRE > 4
               GO TO 1000-EXIT
           END-IF.
           MOVE WRK-ANO TO WRK-ANO-BIMESTRE.
           PERFORM 1500-VERIFICAR-PERIODO THRU 1500-EXIT.
           MOVE WRK-PER-INICIO TO WRK-DATA-INICIO.
           MOVE WRK-PER-FIM TO WRK-DATA-FIM.
           IF WRK-DATA-INICIO = ZEROS AND WRK-DATA-FIM = ZEROS
               DISPLAY 'PERIOD-CONTROL SEM AS DATAS DO BIMESTRE'
               DISPLAY 'INICIO DO BIMESTRE (AAAAMMDD): '
               ACCEPT WRK-DATA-INICIO FROM CONSOLE
               DISPLAY 'FIM DO BIMESTRE (AAAAMMDD): '
               ACCEPT WRK-DATA-FIM FROM CONSOLE
           ELSE
               DISPLAY 'JANELA DO BIMESTRE (PERIOD-CONTROL): '
                   WRK-DATA-INICIO ' A ' WRK-DATA-FIM
           END-IF.
           IF WRK-DATA-INICIO NOT NUMERIC OR
              WRK-DATA-FIM NOT NUMERIC OR
              WRK-DATA-FIM < WRK-DATA-INICIO
               GO TO 1000-EXIT
           END-IF.
           COMPUTE WRK-JULIANA-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO).
           COMPUTE WRK-JULIANA-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-FIM).
           IF WRK-JULIANA-INICIO = ZEROS OR WRK-JULIANA-FIM = ZEROS
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WRK-DATAS-VALIDAS-SW.
           MOVE WRK-DATA-INICIO TO WRK-DIA-INTEIRA.
           MOVE WRK-DIA-ANO TO WRK-ANO-BIMESTRE.
           IF WRK-DATA-HOJE-INT < WRK-DATA-FIM
               MOVE WRK-DATA-HOJE-INT TO WRK-DATA-CORTE
           ELSE
               MOVE WRK-DATA-FIM TO WRK-DATA-CORTE
           END-IF.
           IF WRK-DATA-CORTE < WRK-DATA-INICIO
               MOVE WRK-JULIANA-INICIO TO WRK-JULIANA-CORTE
               SUBTRACT 1 FROM WRK-JULIANA-CORTE
           ELSE
               COMPUTE WRK-JULIANA-CORTE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-CORTE)
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA OS FERIADOS DO ANO DO BIMESTRE DO CALENDARIO
      * HOLCAL. SEM O ARQUIVO, VALE A TABELA FIXA DE RESERVA.
      *----------------------------------------------------------
       1300-CARREGAR-CALENDARIO.
           MOVE ZEROS TO WRK-QTDE-FERIADOS.
           OPEN INPUT CALENDAR-FILE.
           IF WRK-FS-CALENDARIO = '00'
               PERFORM 1310-LER-CALENDARIO THRU 1310-EXIT
                   UNTIL WRK-EOF-CAL
           END-IF.
           CLOSE CALENDAR-FILE.
           IF WRK-QTDE-FERIADOS = ZEROS
               PERFORM 1330-COPIAR-RESERVA THRU 1330-EXIT
                   VARYING WRK-IDX-FER FROM 1 BY 1
                   UNTIL WRK-IDX-FER > 5
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WRK-EOF-CAL-SW
               NOT AT END
                   PERFORM 1320-GUARDAR-FERIADO THRU 1320-EXIT
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GUARDA UM FERIADO DO CALENDARIO (COPYBOOK CALREC), COM A
      * MESMA REGRA DO PROGCOB09: FORMATO ANTIGO VALE TODO ANO, ANO
      * 0000 E DATA FIXA, FERIADO MOVEL SO NO ANO DO BIMESTRE
      *----------------------------------------------------------
       1320-GUARDAR-FERIADO.
           MOVE ZEROS TO WRK-MMDD-VALIDO.
           IF CAL-ANO NUMERIC AND
              CAL-ANO >= 0101 AND CAL-ANO <= 1231
               MOVE CAL-ANO TO WRK-MMDD-VALIDO
           ELSE
               IF CAL-ANO NUMERIC AND
                  (CAL-ANO = ZEROS OR CAL-ANO = WRK-ANO-BIMESTRE)
                   MOVE CAL-MMDD TO WRK-MMDD-VALIDO
               END-IF
           END-IF.
           IF WRK-MMDD-VALIDO > ZEROS AND WRK-QTDE-FERIADOS < 100
               ADD 1 TO WRK-QTDE-FERIADOS
               MOVE WRK-MMDD-VALIDO TO
                   WRK-CAL-MMDD (WRK-QTDE-FERIADOS)
           END-IF.
       1320-EXIT.
           EXIT.

       1330-COPIAR-RESERVA.
           ADD 1 TO WRK-QTDE-FERIADOS.
           MOVE WRK-FERIADO (WRK-IDX-FER) TO
               WRK-CAL-MMDD (WRK-QTDE-FERIADOS).
       1330-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE NO PERIOD-CONTROL SE O BIMESTRE JA FOI FECHADO
      * (SEM REGISTRO, O BIMESTRE VALE COMO ABERTO) E GUARDA AS
      * DATAS DE INICIO E FIM DO BIMESTRE (ZEROS QUANDO O REGISTRO
      * NAO EXISTE OU ESTA NO FORMATO ANTIGO, SEM AS DATAS)
      *----------------------------------------------------------
       1500-VERIFICAR-PERIODO.
           MOVE 'N' TO WRK-PERIODO-FECHADO-SW.
           MOVE 'N' TO WRK-EOF-PERIODO-SW.
           MOVE ZEROS TO WRK-PER-INICIO WRK-PER-FIM.
           OPEN INPUT PERIOD-CONTROL.
           IF WRK-FS-PERIODO NOT = '00'
               MOVE 'Y' TO WRK-EOF-PERIODO-SW
           END-IF.
           PERFORM 1550-LER-PERIODO THRU 1550-EXIT
               UNTIL WRK-EOF-PERIODO.
           CLOSE PERIOD-CONTROL.
       1500-EXIT.
           EXIT.

       1550-LER-PERIODO.
           READ PERIOD-CONTROL
               AT END
                   MOVE 'Y' TO WRK-EOF-PERIODO-SW
               NOT AT END
                   IF PER-ANO = WRK-ANO-BIMESTRE AND
                      PER-BIMESTRE = WRK-BIMESTRE
                       IF PER-FECHADO
                           MOVE 'S' TO WRK-PERIODO-FECHADO-SW
                       ELSE
                           MOVE 'N' TO WRK-PERIODO-FECHADO-SW
                       END-IF
                       IF PER-DATA-INICIO NUMERIC AND
                          PER-DATA-FIM NUMERIC
                           MOVE PER-DATA-INICIO TO WRK-PER-INICIO
                           MOVE PER-DATA-FIM TO WRK-PER-FIM
                       ELSE
                           MOVE ZEROS TO WRK-PER-INICIO WRK-PER-FIM
                       END-IF
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PERCORRE A JANELA DIA A DIA CONTANDO OS DIAS LETIVOS DO
      * BIMESTRE INTEIRO E OS JA DECORRIDOS ATE A DATA DE CORTE
      *----------------------------------------------------------
       2000-CONTAR-DIAS-LETIVOS.
           MOVE ZEROS TO WRK-DIAS-LETIVOS.
           MOVE ZEROS TO WRK-DIAS-ATE-CORTE.
           PERFORM 2100-CONFERIR-DIA THRU 2100-EXIT
               VARYING WRK-JULIANA-DIA FROM WRK-JULIANA-INICIO BY 1
               UNTIL WRK-JULIANA-DIA > WRK-JULIANA-FIM.
       2000-EXIT.
           EXIT.

       2100-CONFERIR-DIA.
           COMPUTE WRK-DIA-INTEIRA =
               FUNCTION DATE-OF-INTEGER(WRK-JULIANA-DIA).
           COMPUTE WRK-DIA-SEMANA =
               FUNCTION MOD(WRK-JULIANA-DIA, 7) + 1.
           MOVE 'S' TO WRK-DIA-UTIL-SW.
           IF WRK-FIM-DE-SEMANA
               MOVE 'N' TO WRK-DIA-UTIL-SW
           ELSE
               COMPUTE WRK-MMDD = WRK-DIA-MES * 100 + WRK-DIA-DIA
               PERFORM 2200-PROCURAR-FERIADO THRU 2200-EXIT
                   VARYING WRK-IDX-FER FROM 1 BY 1
                   UNTIL WRK-IDX-FER > WRK-QTDE-FERIADOS
           END-IF.
           IF WRK-DIA-UTIL
               ADD 1 TO WRK-DIAS-LETIVOS
               IF WRK-JULIANA-DIA <= WRK-JULIANA-CORTE
                   ADD 1 TO WRK-DIAS-ATE-CORTE
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-PROCURAR-FERIADO.
           IF WRK-MMDD = WRK-CAL-MMDD (WRK-IDX-FER)
               MOVE 'N' TO WRK-DIA-UTIL-SW
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA A GRADE CURRICULAR COM O CONTADOR DE AULAS DADAS
      * ZERADO EM CADA LINHA
      *----------------------------------------------------------
       3000-CARREGAR-GRADE.
           MOVE ZEROS TO WRK-QTDE-GRADE.
           OPEN INPUT CURRICULUM-GRID.
           IF WRK-FS-GRADE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CURRICULUM-GRID - FS '
                   WRK-FS-GRADE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LER-GRADE THRU 3100-EXIT
               UNTIL WRK-EOF-GRADE.
           CLOSE CURRICULUM-GRID.
       3000-EXIT.
           EXIT.

       3100-LER-GRADE.
           READ CURRICULUM-GRID
               AT END
                   MOVE 'Y' TO WRK-EOF-GRADE-SW
               NOT AT END
                   PERFORM 3200-GUARDAR-GRADE THRU 3200-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

       3200-GUARDAR-GRADE.
           IF WRK-QTDE-GRADE >= 200
               DISPLAY 'ATENCAO - TABELA DA GRADE CHEIA, LINHA '
                   'IGNORADA: ' GRD-TURMA ' ' GRD-MATERIA
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-GRADE.
           MOVE GRD-TURMA TO WRK-GRD-TURMA (WRK-QTDE-GRADE).
           MOVE GRD-MATERIA TO WRK-GRD-MATERIA (WRK-QTDE-GRADE).
           MOVE ZEROS TO WRK-GRD-DADAS (WRK-QTDE-GRADE).
           IF GRD-CARGA-SEMANAL NUMERIC
               MOVE GRD-CARGA-SEMANAL TO
                   WRK-GRD-CARGA (WRK-QTDE-GRADE)
           ELSE
               MOVE ZEROS TO WRK-GRD-CARGA (WRK-QTDE-GRADE)
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LE O REGISTRO DE CONTEUDO E SOMA CADA AULA DADA DENTRO DA
      * JANELA DO BIMESTRE NA LINHA DA GRADE DA TURMA/MATERIA
      *----------------------------------------------------------
       4000-CONTAR-AULAS-DADAS.
           OPEN INPUT CONTENT-LOG.
           IF WRK-FS-CONTEUDO NOT = '00'
               MOVE 'Y' TO WRK-EOF-CONTEUDO-SW
           END-IF.
           PERFORM 4100-LER-CONTEUDO THRU 4100-EXIT
               UNTIL WRK-EOF-CONTEUDO.
           CLOSE CONTENT-LOG.
       4000-EXIT.
           EXIT.

       4100-LER-CONTEUDO.
           READ CONTENT-LOG
               AT END
                   MOVE 'Y' TO WRK-EOF-CONTEUDO-SW
               NOT AT END
                   IF CNT-DATA >= WRK-DATA-INICIO AND
                      CNT-DATA <= WRK-DATA-FIM
                       ADD 1 TO WRK-QTDE-AULAS-LIDAS
                       PERFORM 4200-SOMAR-AULA THRU 4200-EXIT
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4200-SOMAR-AULA.
           IF WRK-QTDE-GRADE = ZEROS
               ADD 1 TO WRK-QTDE-FORA-GRADE
               GO TO 4200-EXIT
           END-IF.
           SET WRK-IDX-GRD TO 1.
           SEARCH WRK-GRD-ITEM
               AT END
                   ADD 1 TO WRK-QTDE-FORA-GRADE
               WHEN WRK-IDX-GRD > WRK-QTDE-GRADE
                   ADD 1 TO WRK-QTDE-FORA-GRADE
               WHEN WRK-GRD-TURMA (WRK-IDX-GRD) = CNT-TURMA AND
                    WRK-GRD-MATERIA (WRK-IDX-GRD) = CNT-MATERIA
                   ADD 1 TO WRK-GRD-DADAS (WRK-IDX-GRD)
           END-SEARCH.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * EMITE O RELATORIO: CABECALHO COM A JANELA E OS DIAS
      * LETIVOS E UMA LINHA POR TURMA/MATERIA DA GRADE
      *----------------------------------------------------------
       5000-EMITIR-RELATORIO.
           OPEN OUTPUT LESSON-REPORT.
           MOVE SPACES TO REL-LINHA.
           STRING 'CARGA HORARIA DADA X GRADE - BIMESTRE '
               DELIMITED BY SIZE
               WRK-BIMESTRE DELIMITED BY SIZE
               ' DE ' DELIMITED BY SIZE
               WRK-DATA-INICIO DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               WRK-DATA-FIM DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DIAS LETIVOS NO BIMESTRE ' DELIMITED BY SIZE
               WRK-DIAS-LETIVOS DELIMITED BY SIZE
               '  DECORRIDOS ATE ' DELIMITED BY SIZE
               WRK-DATA-CORTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DIAS-ATE-CORTE DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-PERIODO-FECHADO
               MOVE 'ATENCAO - BIMESTRE JA FECHADO NO CONTROLE DE '
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'PERIODO, REPOSICAO NAO ENTRA MAIS NESTE BIMESTRE'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TURMA  MATERIA    CARGA PREV-BIM PREV-ATE-HOJE DADAS'
               TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTDE-GRADE > ZEROS
               PERFORM 5100-EMITIR-LINHA THRU 5100-EXIT
                   VARYING WRK-IDX-GRD FROM 1 BY 1
                   UNTIL WRK-IDX-GRD > WRK-QTDE-GRADE
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PREVISTO = CARGA SEMANAL X SEMANAS LETIVAS (DIAS LETIVOS
      * / 5), NO BIMESTRE INTEIRO E ATE A DATA DE CORTE; MENOS
      * AULAS DADAS DO QUE O PREVISTO ATE HOJE = ATRASADA
      *----------------------------------------------------------
       5100-EMITIR-LINHA.
           COMPUTE WRK-PREVISTAS-BIM ROUNDED =
               (WRK-GRD-CARGA (WRK-IDX-GRD) * WRK-DIAS-LETIVOS)
               / WRK-DIAS-POR-SEMANA.
           COMPUTE WRK-PREVISTAS-CORTE ROUNDED =
               (WRK-GRD-CARGA (WRK-IDX-GRD) * WRK-DIAS-ATE-CORTE)
               / WRK-DIAS-POR-SEMANA.
           IF WRK-GRD-DADAS (WRK-IDX-GRD) < WRK-PREVISTAS-CORTE
               MOVE 'ATRASADA' TO WRK-SITUACAO
               ADD 1 TO WRK-QTDE-ATRASADAS
           ELSE
               MOVE 'EM DIA' TO WRK-SITUACAO
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-GRD-TURMA (WRK-IDX-GRD) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-GRD-MATERIA (WRK-IDX-GRD) DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WRK-GRD-CARGA (WRK-IDX-GRD) DELIMITED BY SIZE
               '     ' DELIMITED BY SIZE
               WRK-PREVISTAS-BIM DELIMITED BY SIZE
               '          ' DELIMITED BY SIZE
               WRK-PREVISTAS-CORTE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-GRD-DADAS (WRK-IDX-GRD) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SITUACAO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA O RELATORIO COM OS TOTAIS DA CONFERENCIA
      *----------------------------------------------------------
       8000-FINALIZAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MATERIAS ATRASADAS ' DELIMITED BY SIZE
               WRK-QTDE-ATRASADAS DELIMITED BY SIZE
               '  AULAS NO BIMESTRE ' DELIMITED BY SIZE
               WRK-QTDE-AULAS-LIDAS DELIMITED BY SIZE
               '  FORA DA GRADE ' DELIMITED BY SIZE
               WRK-QTDE-FORA-GRADE DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE LESSON-REPORT.
           DISPLAY 'LINHAS DA GRADE CONFERIDAS: ' WRK-QTDE-GRADE.
           DISPLAY 'MATERIAS ATRASADAS: ' WRK-QTDE-ATRASADAS.
           DISPLAY 'AULAS FORA DA GRADE: ' WRK-QTDE-FORA-GRADE.
           IF WRK-QTDE-ATRASADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
