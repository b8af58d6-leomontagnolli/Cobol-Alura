       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB99.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Extrato mensal das aulas de substituicao para a
      *            folha: a competencia e o mes anterior ao da
      *            execucao. Cada janela do SUBSTITUTE-MASTER
      *            (SUBSREC) e cortada nos dias da competencia que
      *            sao letivos -- segunda a sexta dentro das datas
      *            dos bimestres do PERIOD-CONTROL e fora dos
      *            feriados e recessos do HOLCAL -- e cada dia vale
      *            as aulas da turma/materia naquele dia da semana
      *            no TIMETABLE-MASTER; sabado de REPOSICAO do HOLCAL
      *            tambem e letivo e vale um dia medio (aulas da
      *            semana / 5, como no LEGALCHK). O extrato
      *            SUBSEXT, de leiaute fixo, traz header com a
      *            competencia, um registro por substituto + turma +
      *            materia com dias e aulas
      *            dadas, um registro por titular com as aulas que
      *            ele nao deu e trailer com contagens e somas de
      *            controle. A folha-resumo SUBSRPT sai com os
      *            mesmos numeros e o campo de assinatura do
      *            diretor, e o RH para de contar aulas no quadro
      *            impresso. RC=8 sem o quadro de horarios; RC=4
      *            quando alguma substituicao foi ignorada ou nao
      *            tem aulas no quadro.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Sabado de REPOSICAO do HOLCAL entra nos dias
      *                    letivos da competencia e vale as aulas da
      *                    semana da turma/materia / 5 (dia medio do
      *                    LEGALCHK); antes o substituto nao recebia.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUBSTITUTE-MASTER ASSIGN TO "SUBSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUBSTITUICAO.
           SELECT TIMETABLE-MASTER ASSIGN TO "TTBLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HORARIO.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALENDARIO.
           SELECT OPTIONAL PERIOD-CONTROL ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT PAYROLL-EXTRACT ASSIGN TO "SUBSEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT SUMMARY-SHEET ASSIGN TO "SUBSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBSTITUTE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SUBSREC REPLACING ==:PREFIXO:== BY ==SUB==.
       FD  TIMETABLE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TTBLREC REPLACING ==:PREFIXO:== BY ==TTB==.
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALREC REPLACING ==:PREFIXO:== BY ==CAL==.
       FD  PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD.
       COPY PERCTL REPLACING ==:PREFIXO:== BY ==PER==.
       FD  PAYROLL-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  EXT-REGISTRO             PIC X(80).
       FD  SUMMARY-SHEET
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-SUBSTITUICAO PIC X(02) VALUE '00'.
       77 WRK-FS-HORARIO PIC X(02) VALUE '00'.
       77 WRK-FS-CALENDARIO PIC X(02) VALUE '00'.
       77 WRK-FS-PERIODO PIC X(02) VALUE '00'.
       77 WRK-FS-EXTRATO PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SUBS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-SUBS VALUE 'Y'.
       77 WRK-EOF-HORARIO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-HORARIO VALUE 'Y'.
       77 WRK-EOF-CAL-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CAL VALUE 'Y'.
       77 WRK-EOF-PERIODO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PERIODO VALUE 'Y'.
      *---------------------------------------------------------
      * COMPETENCIA: O MES ANTERIOR AO DA EXECUCAO
      *---------------------------------------------------------
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01  WRK-COMPETENCIA.
           05 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
           05 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       77 WRK-COMP-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-COMP-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-FIM PIC 9(08) VALUE ZEROS.
       01  WRK-DIA-INTEIRA PIC 9(08) VALUE ZEROS.
       01  WRK-DIA-GRUPO REDEFINES WRK-DIA-INTEIRA.
           05 WRK-DIA-ANO PIC 9(04).
           05 WRK-DIA-MMDD PIC 9(04).
       01  WRK-DIA-SEMANA-AUX PIC 9(01) VALUE ZEROS.
           88 WRK-DIA-DE-SEMANA VALUES 2 THRU 6.
           88 WRK-DIA-SABADO VALUE 7.
       77 WRK-REPOSICAO-SW PIC X(01) VALUE 'N'.
           88 WRK-E-REPOSICAO VALUE 'S'.
       77 WRK-FERIADO-SW PIC X(01) VALUE 'N'.
           88 WRK-E-FERIADO VALUE 'S'.
       77 WRK-NO-BIMESTRE-SW PIC X(01) VALUE 'N'.
           88 WRK-NO-BIMESTRE VALUE 'S'.
      *---------------------------------------------------------
      * DIAS LETIVOS DA COMPETENCIA COM O DIA DA SEMANA
      * (CONVENCAO DO RUNDATE: 2=SEGUNDA ... 6=SEXTA, 7=SABADO DE
      * REPOSICAO)
      *---------------------------------------------------------
       77 WRK-QTDE-DIAS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-DIAS.
           05 WRK-DIA-ITEM OCCURS 31 TIMES
                   INDEXED BY WRK-IDX-DIA.
               10 WRK-DL-DATA      PIC 9(08).
               10 WRK-DL-SEMANA    PIC 9(01).
      *---------------------------------------------------------
      * CALENDARIO (MESMA TABELA DO PROGCOB41; LINHA NO FORMATO
      * ANTIGO ENTRA COMO DATA FIXA) E A RESERVA DE FERIADOS
      * FIXOS DO PORTAO (PROGCOBO3) PARA CALENDARIO VAZIO
      *---------------------------------------------------------
       77 WRK-QTDE-DATAS PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-DATAS.
           05 WRK-DATA-ITEM OCCURS 100 TIMES
                   INDEXED BY WRK-IDX-DATA.
               10 WRK-DT-ANO       PIC 9(04).
               10 WRK-DT-MMDD      PIC 9(04).
               10 WRK-DT-DESCRICAO PIC X(20).
       01  WRK-TAB-FERIADOS VALUE '01010421050109071225'.
           05 WRK-FERIADO PIC 9(04) OCCURS 5 TIMES.
       77 WRK-IDX-RES PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------------
      * DATAS DOS BIMESTRES DO ANO DA COMPETENCIA
      *---------------------------------------------------------
       77 WRK-QTDE-PERIODOS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-PERIODOS.
           05 WRK-PER-ITEM OCCURS 10 TIMES
                   INDEXED BY WRK-IDX-PER.
               10 WRK-PER-INICIO   PIC 9(08).
               10 WRK-PER-FIM      PIC 9(08).
      *---------------------------------------------------------
      * AULAS DE CADA TURMA + MATERIA POR DIA DA SEMANA, SOMADAS
      * DO QUADRO DE HORARIOS
      *---------------------------------------------------------
       77 WRK-QTDE-GRADE PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-GRADE.
           05 WRK-GRD-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-GRD.
               10 WRK-GRD-TURMA    PIC X(06).
               10 WRK-GRD-MATERIA  PIC X(10).
               10 WRK-GRD-AULAS    PIC 9(02) OCCURS 7 TIMES.
       77 WRK-DS PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------------
      * APURACAO POR SUBSTITUTO + TURMA + MATERIA E POR TITULAR
      *---------------------------------------------------------
       77 WRK-QTDE-APURADOS PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-APURADOS.
           05 WRK-APU-ITEM OCCURS 300 TIMES
                   INDEXED BY WRK-IDX-APU WRK-IDX-APU-B.
               10 WRK-APU-SUBSTITUTO PIC X(20).
               10 WRK-APU-TURMA      PIC X(06).
               10 WRK-APU-MATERIA    PIC X(10).
               10 WRK-APU-TITULAR    PIC X(20).
               10 WRK-APU-DIAS       PIC 9(03).
               10 WRK-APU-AULAS      PIC 9(05).
       01  WRK-APU-TEMP.
           05 FILLER PIC X(64).
       77 WRK-QTDE-TITULARES PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-TITULARES.
           05 WRK-TIT-ITEM OCCURS 300 TIMES
                   INDEXED BY WRK-IDX-TIT WRK-IDX-TIT-B.
               10 WRK-TIT-USUARIO    PIC X(20).
               10 WRK-TIT-AULAS      PIC 9(05).
       01  WRK-TIT-TEMP.
           05 FILLER PIC X(25).
       77 WRK-TROCOU-SW PIC X(01) VALUE 'N'.
           88 WRK-TROCOU VALUE 'S'.
       77 WRK-DIAS-JANELA PIC 9(03) VALUE ZEROS.
       77 WRK-AULAS-JANELA PIC 9(05) VALUE ZEROS.
       77 WRK-SABADOS-JANELA PIC 9(03) VALUE ZEROS.
       77 WRK-AULAS-SEMANA PIC 9(03) VALUE ZEROS.
       77 WRK-AULAS-SABADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-IGNORADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-AULAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-NO-MES PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * LEIAUTE FIXO DO EXTRATO: HEADER 0, AULAS DO SUBSTITUTO 1,
      * AULAS NAO DADAS PELO TITULAR 2 E TRAILER 9 COM CONTAGEM E
      * SOMATORIO DE CONTROLE DE CADA TIPO
      *---------------------------------------------------------
       01  WRK-EXT-HEADER.
           05 FILLER               PIC X(01) VALUE '0'.
           05 WRK-EH-COMPETENCIA   PIC 9(06).
           05 WRK-EH-DATA          PIC 9(08).
           05 FILLER               PIC X(10) VALUE 'SUBSTITUI '.
           05 FILLER               PIC X(55) VALUE SPACES.
       01  WRK-EXT-SUBSTITUTO.
           05 FILLER               PIC X(01) VALUE '1'.
           05 WRK-ES-SUBSTITUTO    PIC X(20).
           05 WRK-ES-TURMA         PIC X(06).
           05 WRK-ES-MATERIA       PIC X(10).
           05 WRK-ES-TITULAR       PIC X(20).
           05 WRK-ES-DIAS          PIC 9(03).
           05 WRK-ES-AULAS         PIC 9(05).
           05 FILLER               PIC X(15) VALUE SPACES.
       01  WRK-EXT-TITULAR.
           05 FILLER               PIC X(01) VALUE '2'.
           05 WRK-ET-TITULAR       PIC X(20).
           05 WRK-ET-AULAS         PIC 9(05).
           05 FILLER               PIC X(54) VALUE SPACES.
       01  WRK-EXT-TRAILER.
           05 FILLER               PIC X(01) VALUE '9'.
           05 WRK-EZ-QTDE-SUBST    PIC 9(07).
           05 WRK-EZ-AULAS-SUBST   PIC 9(09).
           05 WRK-EZ-QTDE-TITULAR  PIC 9(07).
           05 WRK-EZ-AULAS-TITULAR PIC 9(09).
           05 FILLER               PIC X(47) VALUE SPACES.
       77 WRK-QTDE-REG-SUBST PIC 9(07) VALUE ZEROS.
       77 WRK-SOMA-AULAS-SUBST PIC 9(09) VALUE ZEROS.
       77 WRK-QTDE-REG-TITULAR PIC 9(07) VALUE ZEROS.
       77 WRK-SOMA-AULAS-TITULAR PIC 9(09) VALUE ZEROS.
      *---------------------------------------------------------
      * LINHAS DA FOLHA-RESUMO
      *---------------------------------------------------------
       01  WRK-LINHA-SUBSTITUTO.
           05 WRK-LS-SUBSTITUTO    PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LS-TURMA         PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LS-MATERIA       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LS-TITULAR       PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LS-DIAS          PIC ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LS-AULAS         PIC ZZZZ9.
       01  WRK-LINHA-TITULAR.
           05 WRK-LTI-TITULAR      PIC X(20).
           05 FILLER               PIC X(22) VALUE SPACES.
           05 WRK-LTI-AULAS        PIC ZZZZ9.
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-DESCRICAO     PIC X(40).
           05 WRK-LT-QTDE          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1100-CARREGAR-CALENDARIO THRU 1100-EXIT.
           PERFORM 1200-CARREGAR-PERIODOS THRU 1200-EXIT.
           PERFORM 1300-CARREGAR-HORARIO THRU 1300-EXIT.
           PERFORM 1400-MONTAR-DIAS-LETIVOS THRU 1400-EXIT.
           OPEN INPUT SUBSTITUTE-MASTER.
           IF WRK-FS-SUBSTITUICAO NOT = '00'
               DISPLAY 'SUBSTITUTE-MASTER INDISPONIVEL - FS '
                   WRK-FS-SUBSTITUICAO ' - EXTRATO SEM AULAS'
               MOVE 'Y' TO WRK-EOF-SUBS-SW
           END-IF.
           PERFORM 2000-APURAR-SUBSTITUICAO THRU 2000-EXIT
               UNTIL WRK-EOF-SUBS.
           CLOSE SUBSTITUTE-MASTER.
           PERFORM 3000-ORDENAR THRU 3000-EXIT.
           PERFORM 5000-GRAVAR-EXTRATO THRU 5000-EXIT.
           PERFORM 6000-EMITIR-RESUMO THRU 6000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * DATA DA EXECUCAO, COMPETENCIA E ABERTURA DAS SAIDAS
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           IF WRK-MES = 1
               COMPUTE WRK-COMP-ANO = WRK-ANO - 1
               MOVE 12 TO WRK-COMP-MES
           ELSE
               MOVE WRK-ANO TO WRK-COMP-ANO
               COMPUTE WRK-COMP-MES = WRK-MES - 1
           END-IF.
           COMPUTE WRK-COMP-INICIO =
               WRK-COMP-ANO * 10000 + WRK-COMP-MES * 100 + 1.
           COMPUTE WRK-JULIANA-FIM = FUNCTION INTEGER-OF-DATE
               (WRK-ANO * 10000 + WRK-MES * 100 + 1) - 1.
           COMPUTE WRK-COMP-FIM =
               FUNCTION DATE-OF-INTEGER(WRK-JULIANA-FIM).
           OPEN OUTPUT PAYROLL-EXTRACT.
           IF WRK-FS-EXTRATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O EXTRATO - FS ' WRK-FS-EXTRATO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUMMARY-SHEET.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR A FOLHA-RESUMO - FS '
                   WRK-FS-RELATORIO
               CLOSE PAYROLL-EXTRACT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA O HOLCAL; SEM CALENDARIO VALEM OS FERIADOS FIXOS
      *----------------------------------------------------------
       1100-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDAR-FILE.
           IF WRK-FS-CALENDARIO = '00'
               PERFORM 1110-LER-CALENDARIO THRU 1110-EXIT
                   UNTIL WRK-EOF-CAL
           END-IF.
           CLOSE CALENDAR-FILE.
           IF WRK-QTDE-DATAS = ZEROS
               DISPLAY 'CALENDARIO NAO CATALOGADO - USANDO A '
                   'TABELA RESERVA DE FERIADOS FIXOS'
               PERFORM 1120-COPIAR-RESERVA THRU 1120-EXIT
                   VARYING WRK-IDX-RES FROM 1 BY 1
                   UNTIL WRK-IDX-RES > 5
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WRK-EOF-CAL-SW
                   GO TO 1110-EXIT
           END-READ.
           IF WRK-QTDE-DATAS >= 100
               DISPLAY 'ATENCAO - TABELA DO CALENDARIO CHEIA, '
                   'LINHA IGNORADA'
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DATAS.
           IF CAL-ANO NUMERIC AND
              CAL-ANO >= 0101 AND CAL-ANO <= 1231
               MOVE ZEROS TO WRK-DT-ANO (WRK-QTDE-DATAS)
               MOVE CAL-ANO TO WRK-DT-MMDD (WRK-QTDE-DATAS)
               MOVE SPACES TO WRK-DT-DESCRICAO (WRK-QTDE-DATAS)
               STRING CAL-MMDD DELIMITED BY SIZE
                   CAL-DESCRICAO DELIMITED BY SIZE
                   INTO WRK-DT-DESCRICAO (WRK-QTDE-DATAS)
           ELSE
               MOVE CAL-ANO TO WRK-DT-ANO (WRK-QTDE-DATAS)
               MOVE CAL-MMDD TO WRK-DT-MMDD (WRK-QTDE-DATAS)
               MOVE CAL-DESCRICAO TO
                   WRK-DT-DESCRICAO (WRK-QTDE-DATAS)
           END-IF.
       1110-EXIT.
           EXIT.

       1120-COPIAR-RESERVA.
           ADD 1 TO WRK-QTDE-DATAS.
           MOVE ZEROS TO WRK-DT-ANO (WRK-QTDE-DATAS).
           MOVE WRK-FERIADO (WRK-IDX-RES) TO
               WRK-DT-MMDD (WRK-QTDE-DATAS).
           MOVE 'FERIADO FIXO' TO WRK-DT-DESCRICAO (WRK-QTDE-DATAS).
       1120-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DATAS DOS BIMESTRES DO ANO DA COMPETENCIA; SEM NENHUMA
      * DATA NO PERIOD-CONTROL O MES INTEIRO CONTA COMO LETIVO
      *----------------------------------------------------------
       1200-CARREGAR-PERIODOS.
           OPEN INPUT PERIOD-CONTROL.
           IF WRK-FS-PERIODO = '00'
               PERFORM 1210-LER-PERIODO THRU 1210-EXIT
                   UNTIL WRK-EOF-PERIODO
           END-IF.
           CLOSE PERIOD-CONTROL.
           IF WRK-QTDE-PERIODOS = ZEROS
               DISPLAY 'ATENCAO - BIMESTRES DE ' WRK-COMP-ANO
                   ' SEM DATAS NO PERIOD-CONTROL - SO FERIADOS E '
                   'FINS DE SEMANA DESCONTADOS'
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LER-PERIODO.
           READ PERIOD-CONTROL
               AT END
                   MOVE 'Y' TO WRK-EOF-PERIODO-SW
                   GO TO 1210-EXIT
           END-READ.
           IF PER-ANO NOT = WRK-COMP-ANO OR
              PER-DATA-INICIO NOT NUMERIC OR
              PER-DATA-FIM NOT NUMERIC OR
              PER-DATA-INICIO = ZEROS OR
              PER-DATA-FIM < PER-DATA-INICIO
               GO TO 1210-EXIT
           END-IF.
           IF WRK-QTDE-PERIODOS >= 10
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PERIODOS.
           MOVE PER-DATA-INICIO TO WRK-PER-INICIO (WRK-QTDE-PERIODOS).
           MOVE PER-DATA-FIM TO WRK-PER-FIM (WRK-QTDE-PERIODOS).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SOMA UMA AULA NO DIA DA SEMANA DA TURMA + MATERIA DA LINHA
      *----------------------------------------------------------
       1300-CARREGAR-HORARIO.
           OPEN INPUT TIMETABLE-MASTER.
           IF WRK-FS-HORARIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O TIMETABLE-MASTER - FS '
                   WRK-FS-HORARIO
               CLOSE PAYROLL-EXTRACT SUMMARY-SHEET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1310-LER-HORARIO THRU 1310-EXIT
               UNTIL WRK-EOF-HORARIO.
           CLOSE TIMETABLE-MASTER.
       1300-EXIT.
           EXIT.

       1310-LER-HORARIO.
           READ TIMETABLE-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-HORARIO-SW
                   GO TO 1310-EXIT
           END-READ.
           IF TTB-DIA-SEMANA NOT NUMERIC OR
              TTB-DIA-SEMANA < 1 OR TTB-DIA-SEMANA > 7
               GO TO 1310-EXIT
           END-IF.
           SET WRK-IDX-GRD TO 1.
           SEARCH WRK-GRD-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-GRD > WRK-QTDE-GRADE
                   CONTINUE
               WHEN WRK-GRD-TURMA (WRK-IDX-GRD) = TTB-TURMA AND
                    WRK-GRD-MATERIA (WRK-IDX-GRD) = TTB-MATERIA
                   CONTINUE
           END-SEARCH.
           IF WRK-IDX-GRD > WRK-QTDE-GRADE
               IF WRK-QTDE-GRADE >= 500
                   DISPLAY 'ATENCAO - TABELA DO QUADRO CHEIA, TURMA '
                       TTB-TURMA ' MATERIA ' TTB-MATERIA ' IGNORADA'
                   GO TO 1310-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-GRADE
               SET WRK-IDX-GRD TO WRK-QTDE-GRADE
               MOVE TTB-TURMA TO WRK-GRD-TURMA (WRK-IDX-GRD)
               MOVE TTB-MATERIA TO WRK-GRD-MATERIA (WRK-IDX-GRD)
               PERFORM 1320-ZERAR-AULAS THRU 1320-EXIT
                   VARYING WRK-DS FROM 1 BY 1 UNTIL WRK-DS > 7
           END-IF.
           ADD 1 TO WRK-GRD-AULAS (WRK-IDX-GRD, TTB-DIA-SEMANA).
       1310-EXIT.
           EXIT.

       1320-ZERAR-AULAS.
           MOVE ZEROS TO WRK-GRD-AULAS (WRK-IDX-GRD, WRK-DS).
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DIAS LETIVOS DA COMPETENCIA: SEGUNDA A SEXTA, DENTRO DE UM
      * BIMESTRE E FORA DO CALENDARIO DE FERIADOS E RECESSOS; O
      * SABADO SO ENTRA QUANDO O CALENDARIO O MARCA COMO REPOSICAO
      *----------------------------------------------------------
       1400-MONTAR-DIAS-LETIVOS.
           COMPUTE WRK-JULIANA-DIA =
               FUNCTION INTEGER-OF-DATE(WRK-COMP-INICIO).
           PERFORM 1410-CONFERIR-DIA THRU 1410-EXIT
               UNTIL WRK-JULIANA-DIA > WRK-JULIANA-FIM.
       1400-EXIT.
           EXIT.

       1410-CONFERIR-DIA.
           COMPUTE WRK-DIA-INTEIRA =
               FUNCTION DATE-OF-INTEGER(WRK-JULIANA-DIA).
           COMPUTE WRK-DIA-SEMANA-AUX =
               FUNCTION MOD(WRK-JULIANA-DIA, 7) + 1.
           ADD 1 TO WRK-JULIANA-DIA.
           IF NOT WRK-DIA-DE-SEMANA AND NOT WRK-DIA-SABADO
               GO TO 1410-EXIT
           END-IF.
           IF WRK-QTDE-PERIODOS > ZEROS
               MOVE 'N' TO WRK-NO-BIMESTRE-SW
               SET WRK-IDX-PER TO 1
               SEARCH WRK-PER-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-PER > WRK-QTDE-PERIODOS
                       CONTINUE
                   WHEN WRK-DIA-INTEIRA >= WRK-PER-INICIO (WRK-IDX-PER)
                    AND WRK-DIA-INTEIRA <= WRK-PER-FIM (WRK-IDX-PER)
                       MOVE 'S' TO WRK-NO-BIMESTRE-SW
               END-SEARCH
               IF NOT WRK-NO-BIMESTRE
                   GO TO 1410-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO WRK-FERIADO-SW.
           MOVE 'N' TO WRK-REPOSICAO-SW.
           PERFORM 1420-PROCURAR-CALENDARIO THRU 1420-EXIT
               VARYING WRK-IDX-DATA FROM 1 BY 1
               UNTIL WRK-IDX-DATA > WRK-QTDE-DATAS.
           IF WRK-DIA-DE-SEMANA AND WRK-E-FERIADO
               GO TO 1410-EXIT
           END-IF.
           IF WRK-DIA-SABADO AND NOT WRK-E-REPOSICAO
               GO TO 1410-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DIAS.
           MOVE WRK-DIA-INTEIRA TO WRK-DL-DATA (WRK-QTDE-DIAS).
           MOVE WRK-DIA-SEMANA-AUX TO WRK-DL-SEMANA (WRK-QTDE-DIAS).
       1410-EXIT.
           EXIT.

       1420-PROCURAR-CALENDARIO.
           IF WRK-DT-MMDD (WRK-IDX-DATA) = WRK-DIA-MMDD AND
              (WRK-DT-ANO (WRK-IDX-DATA) = ZEROS OR
               WRK-DT-ANO (WRK-IDX-DATA) = WRK-DIA-ANO)
               IF WRK-DT-DESCRICAO (WRK-IDX-DATA) (1:9) = 'REPOSICAO'
                   MOVE 'S' TO WRK-REPOSICAO-SW
               ELSE
                   MOVE 'S' TO WRK-FERIADO-SW
               END-IF
           END-IF.
       1420-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UMA SUBSTITUICAO: CORTA A JANELA NOS DIAS LETIVOS DA
      * COMPETENCIA E SOMA AS AULAS DA TURMA + MATERIA EM CADA DIA;
      * OS SABADOS DE REPOSICAO DA JANELA VALEM JUNTOS AS AULAS DA
      * SEMANA X SABADOS / 5, ARREDONDADO (DIA MEDIO DO LEGALCHK)
      *----------------------------------------------------------
       2000-APURAR-SUBSTITUICAO.
           READ SUBSTITUTE-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-SUBS-SW
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF SUB-SUBSTITUTO = SPACES OR
              SUB-DATA-INICIO NOT NUMERIC OR
              SUB-DATA-FIM NOT NUMERIC OR
              SUB-DATA-FIM < SUB-DATA-INICIO
               DISPLAY 'SUBSTITUICAO IGNORADA - DADOS INVALIDOS: '
                   SUB-SUBSTITUTO ' ' SUB-TURMA ' ' SUB-MATERIA
               ADD 1 TO WRK-QTDE-IGNORADOS
               GO TO 2000-EXIT
           END-IF.
           IF SUB-DATA-FIM < WRK-COMP-INICIO OR
              SUB-DATA-INICIO > WRK-COMP-FIM
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-NO-MES.
           SET WRK-IDX-GRD TO 1.
           SEARCH WRK-GRD-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-GRD > WRK-QTDE-GRADE
                   CONTINUE
               WHEN WRK-GRD-TURMA (WRK-IDX-GRD) = SUB-TURMA AND
                    WRK-GRD-MATERIA (WRK-IDX-GRD) = SUB-MATERIA
                   CONTINUE
           END-SEARCH.
           IF WRK-IDX-GRD > WRK-QTDE-GRADE
               DISPLAY 'ATENCAO - TURMA ' SUB-TURMA ' MATERIA '
                   SUB-MATERIA ' SEM AULAS NO QUADRO - SUBSTITUTO '
                   SUB-SUBSTITUTO
               ADD 1 TO WRK-QTDE-SEM-AULAS
               GO TO 2000-EXIT
           END-IF.
           MOVE ZEROS TO WRK-DIAS-JANELA WRK-AULAS-JANELA.
           MOVE ZEROS TO WRK-SABADOS-JANELA.
           COMPUTE WRK-AULAS-SEMANA =
               WRK-GRD-AULAS (WRK-IDX-GRD, 2) +
               WRK-GRD-AULAS (WRK-IDX-GRD, 3) +
               WRK-GRD-AULAS (WRK-IDX-GRD, 4) +
               WRK-GRD-AULAS (WRK-IDX-GRD, 5) +
               WRK-GRD-AULAS (WRK-IDX-GRD, 6).
           IF WRK-QTDE-DIAS > ZEROS
               PERFORM 2100-SOMAR-DIA THRU 2100-EXIT
                   VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > WRK-QTDE-DIAS
           END-IF.
           IF WRK-SABADOS-JANELA > ZEROS AND WRK-AULAS-SEMANA > ZEROS
               COMPUTE WRK-AULAS-SABADOS ROUNDED =
                   WRK-SABADOS-JANELA * WRK-AULAS-SEMANA / 5
               ADD WRK-SABADOS-JANELA TO WRK-DIAS-JANELA
               ADD WRK-AULAS-SABADOS TO WRK-AULAS-JANELA
           END-IF.
           IF WRK-AULAS-JANELA = ZEROS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-ACUMULAR-SUBSTITUTO THRU 2200-EXIT.
           PERFORM 2300-ACUMULAR-TITULAR THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

       2100-SOMAR-DIA.
           IF WRK-DL-DATA (WRK-IDX-DIA) < SUB-DATA-INICIO OR
              WRK-DL-DATA (WRK-IDX-DIA) > SUB-DATA-FIM
               GO TO 2100-EXIT
           END-IF.
           MOVE WRK-DL-SEMANA (WRK-IDX-DIA) TO WRK-DS.
           IF WRK-DS = 7
               ADD 1 TO WRK-SABADOS-JANELA
               GO TO 2100-EXIT
           END-IF.
           IF WRK-GRD-AULAS (WRK-IDX-GRD, WRK-DS) > ZEROS
               ADD 1 TO WRK-DIAS-JANELA
               ADD WRK-GRD-AULAS (WRK-IDX-GRD, WRK-DS) TO
                   WRK-AULAS-JANELA
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ACUMULAR-SUBSTITUTO.
           SET WRK-IDX-APU TO 1.
           SEARCH WRK-APU-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-APU > WRK-QTDE-APURADOS
                   CONTINUE
               WHEN WRK-APU-SUBSTITUTO (WRK-IDX-APU) = SUB-SUBSTITUTO
                AND WRK-APU-TURMA (WRK-IDX-APU) = SUB-TURMA
                AND WRK-APU-MATERIA (WRK-IDX-APU) = SUB-MATERIA
                AND WRK-APU-TITULAR (WRK-IDX-APU) = SUB-TITULAR
                   CONTINUE
           END-SEARCH.
           IF WRK-IDX-APU > WRK-QTDE-APURADOS
               IF WRK-QTDE-APURADOS >= 300
                   DISPLAY 'ATENCAO - TABELA DE SUBSTITUICOES CHEIA, '
                       'SUBSTITUTO ' SUB-SUBSTITUTO ' FORA DO EXTRATO'
                   ADD 1 TO WRK-QTDE-IGNORADOS
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-APURADOS
               SET WRK-IDX-APU TO WRK-QTDE-APURADOS
               MOVE SUB-SUBSTITUTO TO WRK-APU-SUBSTITUTO (WRK-IDX-APU)
               MOVE SUB-TURMA TO WRK-APU-TURMA (WRK-IDX-APU)
               MOVE SUB-MATERIA TO WRK-APU-MATERIA (WRK-IDX-APU)
               MOVE SUB-TITULAR TO WRK-APU-TITULAR (WRK-IDX-APU)
               MOVE ZEROS TO WRK-APU-DIAS (WRK-IDX-APU)
                   WRK-APU-AULAS (WRK-IDX-APU)
           END-IF.
           ADD WRK-DIAS-JANELA TO WRK-APU-DIAS (WRK-IDX-APU).
           ADD WRK-AULAS-JANELA TO WRK-APU-AULAS (WRK-IDX-APU).
       2200-EXIT.
           EXIT.

       2300-ACUMULAR-TITULAR.
           SET WRK-IDX-TIT TO 1.
           SEARCH WRK-TIT-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-TIT > WRK-QTDE-TITULARES
                   CONTINUE
               WHEN WRK-TIT-USUARIO (WRK-IDX-TIT) = SUB-TITULAR
                   CONTINUE
           END-SEARCH.
           IF WRK-IDX-TIT > WRK-QTDE-TITULARES
               IF WRK-QTDE-TITULARES >= 300
                   DISPLAY 'ATENCAO - TABELA DE TITULARES CHEIA, '
                       'TITULAR ' SUB-TITULAR ' FORA DO EXTRATO'
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-TITULARES
               SET WRK-IDX-TIT TO WRK-QTDE-TITULARES
               MOVE SUB-TITULAR TO WRK-TIT-USUARIO (WRK-IDX-TIT)
               MOVE ZEROS TO WRK-TIT-AULAS (WRK-IDX-TIT)
           END-IF.
           ADD WRK-AULAS-JANELA TO WRK-TIT-AULAS (WRK-IDX-TIT).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ORDENA SUBSTITUTOS (SUBSTITUTO, TURMA, MATERIA) E TITULARES
      * PARA O EXTRATO E A FOLHA-RESUMO
      *----------------------------------------------------------
       3000-ORDENAR.
           IF WRK-QTDE-APURADOS > 1
               MOVE 'S' TO WRK-TROCOU-SW
               PERFORM 3100-PASSADA-APURADOS THRU 3100-EXIT
                   UNTIL NOT WRK-TROCOU
           END-IF.
           IF WRK-QTDE-TITULARES > 1
               MOVE 'S' TO WRK-TROCOU-SW
               PERFORM 3300-PASSADA-TITULARES THRU 3300-EXIT
                   UNTIL NOT WRK-TROCOU
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PASSADA-APURADOS.
           MOVE 'N' TO WRK-TROCOU-SW.
           PERFORM 3200-COMPARAR-APURADOS THRU 3200-EXIT
               VARYING WRK-IDX-APU FROM 1 BY 1
               UNTIL WRK-IDX-APU >= WRK-QTDE-APURADOS.
       3100-EXIT.
           EXIT.

       3200-COMPARAR-APURADOS.
           SET WRK-IDX-APU-B TO WRK-IDX-APU.
           SET WRK-IDX-APU-B UP BY 1.
           IF WRK-APU-ITEM (WRK-IDX-APU) (1:36) >
              WRK-APU-ITEM (WRK-IDX-APU-B) (1:36)
               MOVE WRK-APU-ITEM (WRK-IDX-APU) TO WRK-APU-TEMP
               MOVE WRK-APU-ITEM (WRK-IDX-APU-B) TO
                   WRK-APU-ITEM (WRK-IDX-APU)
               MOVE WRK-APU-TEMP TO WRK-APU-ITEM (WRK-IDX-APU-B)
               MOVE 'S' TO WRK-TROCOU-SW
           END-IF.
       3200-EXIT.
           EXIT.

       3300-PASSADA-TITULARES.
           MOVE 'N' TO WRK-TROCOU-SW.
           PERFORM 3400-COMPARAR-TITULARES THRU 3400-EXIT
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT >= WRK-QTDE-TITULARES.
       3300-EXIT.
           EXIT.

       3400-COMPARAR-TITULARES.
           SET WRK-IDX-TIT-B TO WRK-IDX-TIT.
           SET WRK-IDX-TIT-B UP BY 1.
           IF WRK-TIT-USUARIO (WRK-IDX-TIT) >
              WRK-TIT-USUARIO (WRK-IDX-TIT-B)
               MOVE WRK-TIT-ITEM (WRK-IDX-TIT) TO WRK-TIT-TEMP
               MOVE WRK-TIT-ITEM (WRK-IDX-TIT-B) TO
                   WRK-TIT-ITEM (WRK-IDX-TIT)
               MOVE WRK-TIT-TEMP TO WRK-TIT-ITEM (WRK-IDX-TIT-B)
               MOVE 'S' TO WRK-TROCOU-SW
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA O EXTRATO: HEADER COM A COMPETENCIA, AULAS POR
      * SUBSTITUTO, AULAS NAO DADAS POR TITULAR E O TRAILER
      *----------------------------------------------------------
       5000-GRAVAR-EXTRATO.
           MOVE WRK-COMPETENCIA TO WRK-EH-COMPETENCIA.
           MOVE WRK-DATA-HOJE TO WRK-EH-DATA.
           WRITE EXT-REGISTRO FROM WRK-EXT-HEADER.
           IF WRK-QTDE-APURADOS > ZEROS
               PERFORM 5100-GRAVAR-SUBSTITUTO THRU 5100-EXIT
                   VARYING WRK-IDX-APU FROM 1 BY 1
                   UNTIL WRK-IDX-APU > WRK-QTDE-APURADOS
           END-IF.
           IF WRK-QTDE-TITULARES > ZEROS
               PERFORM 5200-GRAVAR-TITULAR THRU 5200-EXIT
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTDE-TITULARES
           END-IF.
           MOVE WRK-QTDE-REG-SUBST TO WRK-EZ-QTDE-SUBST.
           MOVE WRK-SOMA-AULAS-SUBST TO WRK-EZ-AULAS-SUBST.
           MOVE WRK-QTDE-REG-TITULAR TO WRK-EZ-QTDE-TITULAR.
           MOVE WRK-SOMA-AULAS-TITULAR TO WRK-EZ-AULAS-TITULAR.
           WRITE EXT-REGISTRO FROM WRK-EXT-TRAILER.
       5000-EXIT.
           EXIT.

       5100-GRAVAR-SUBSTITUTO.
           MOVE WRK-APU-SUBSTITUTO (WRK-IDX-APU) TO WRK-ES-SUBSTITUTO.
           MOVE WRK-APU-TURMA (WRK-IDX-APU) TO WRK-ES-TURMA.
           MOVE WRK-APU-MATERIA (WRK-IDX-APU) TO WRK-ES-MATERIA.
           MOVE WRK-APU-TITULAR (WRK-IDX-APU) TO WRK-ES-TITULAR.
           MOVE WRK-APU-DIAS (WRK-IDX-APU) TO WRK-ES-DIAS.
           MOVE WRK-APU-AULAS (WRK-IDX-APU) TO WRK-ES-AULAS.
           WRITE EXT-REGISTRO FROM WRK-EXT-SUBSTITUTO.
           ADD 1 TO WRK-QTDE-REG-SUBST.
           ADD WRK-APU-AULAS (WRK-IDX-APU) TO WRK-SOMA-AULAS-SUBST.
       5100-EXIT.
           EXIT.

       5200-GRAVAR-TITULAR.
           MOVE WRK-TIT-USUARIO (WRK-IDX-TIT) TO WRK-ET-TITULAR.
           MOVE WRK-TIT-AULAS (WRK-IDX-TIT) TO WRK-ET-AULAS.
           WRITE EXT-REGISTRO FROM WRK-EXT-TITULAR.
           ADD 1 TO WRK-QTDE-REG-TITULAR.
           ADD WRK-TIT-AULAS (WRK-IDX-TIT) TO WRK-SOMA-AULAS-TITULAR.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FOLHA-RESUMO PARA O DIRETOR ASSINAR, COM OS MESMOS TOTAIS
      * DE CONTROLE DO TRAILER DO EXTRATO
      *----------------------------------------------------------
       6000-EMITIR-RESUMO.
           MOVE SPACES TO REL-LINHA.
           STRING 'AULAS DE SUBSTITUICAO - COMPETENCIA '
               DELIMITED BY SIZE
               WRK-COMP-MES '/' WRK-COMP-ANO DELIMITED BY SIZE
               ' - EMITIDA EM ' DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'AULAS DADAS POR SUBSTITUTO' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'SUBSTITUTO           TURMA  MATERIA    TITULAR'
               TO REL-LINHA.
           MOVE 'DIAS  AULAS' TO REL-LINHA (61:11).
           WRITE REL-LINHA.
           IF WRK-QTDE-APURADOS = ZEROS
               MOVE '  NENHUMA AULA DE SUBSTITUICAO NA COMPETENCIA'
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 6100-EMITIR-SUBSTITUTO THRU 6100-EXIT
                   VARYING WRK-IDX-APU FROM 1 BY 1
                   UNTIL WRK-IDX-APU > WRK-QTDE-APURADOS
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'AULAS NAO DADAS PELO TITULAR' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TITULAR' TO REL-LINHA.
           MOVE 'AULAS' TO REL-LINHA (43:5).
           WRITE REL-LINHA.
           IF WRK-QTDE-TITULARES = ZEROS
               MOVE '  NENHUM TITULAR COBERTO NA COMPETENCIA'
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 6200-EMITIR-TITULAR THRU 6200-EXIT
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTDE-TITULARES
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'DIAS LETIVOS NA COMPETENCIA' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-DIAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'SUBSTITUICOES NA COMPETENCIA' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-NO-MES TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'REGISTROS DE SUBSTITUTO NO EXTRATO' TO
               WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-REG-SUBST TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'AULAS DADAS POR SUBSTITUTOS' TO WRK-LT-DESCRICAO.
           MOVE WRK-SOMA-AULAS-SUBST TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'REGISTROS DE TITULAR NO EXTRATO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-REG-TITULAR TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'AULAS NAO DADAS PELOS TITULARES' TO WRK-LT-DESCRICAO.
           MOVE WRK-SOMA-AULAS-TITULAR TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'SUBSTITUICOES IGNORADAS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-IGNORADOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'SUBSTITUICOES SEM AULAS NO QUADRO' TO
               WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-SEM-AULAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA.
           STRING 'DIRETOR: ______________________________'
               '   DATA: __/__/____' DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       6000-EXIT.
           EXIT.

       6100-EMITIR-SUBSTITUTO.
           MOVE WRK-APU-SUBSTITUTO (WRK-IDX-APU) TO WRK-LS-SUBSTITUTO.
           MOVE WRK-APU-TURMA (WRK-IDX-APU) TO WRK-LS-TURMA.
           MOVE WRK-APU-MATERIA (WRK-IDX-APU) TO WRK-LS-MATERIA.
           MOVE WRK-APU-TITULAR (WRK-IDX-APU) TO WRK-LS-TITULAR.
           MOVE WRK-APU-DIAS (WRK-IDX-APU) TO WRK-LS-DIAS.
           MOVE WRK-APU-AULAS (WRK-IDX-APU) TO WRK-LS-AULAS.
           WRITE REL-LINHA FROM WRK-LINHA-SUBSTITUTO.
       6100-EXIT.
           EXIT.

       6200-EMITIR-TITULAR.
           MOVE WRK-TIT-USUARIO (WRK-IDX-TIT) TO WRK-LTI-TITULAR.
           MOVE WRK-TIT-AULAS (WRK-IDX-TIT) TO WRK-LTI-AULAS.
           WRITE REL-LINHA FROM WRK-LINHA-TITULAR.
       6200-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE PAYROLL-EXTRACT SUMMARY-SHEET.
           IF (WRK-QTDE-IGNORADOS > ZEROS OR
               WRK-QTDE-SEM-AULAS > ZEROS) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'COMPETENCIA................: ' WRK-COMP-MES '/'
               WRK-COMP-ANO.
           DISPLAY 'SUBSTITUICOES LIDAS........: ' WRK-QTDE-LIDOS.
           DISPLAY 'SUBSTITUICOES NO MES.......: ' WRK-QTDE-NO-MES.
           DISPLAY 'AULAS DE SUBSTITUTOS.......: '
               WRK-SOMA-AULAS-SUBST.
           DISPLAY 'SUBSTITUICOES IGNORADAS....: ' WRK-QTDE-IGNORADOS.
       8000-EXIT.
           EXIT.
