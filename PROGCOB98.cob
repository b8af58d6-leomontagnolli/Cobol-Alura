       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB98.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Conferencia do ano letivo legal (minimo de 200
      *            dias letivos e 800 horas): carrega o calendario
      *            HOLCAL (feriados, recessos e sabados de reposicao;
      *            linha no formato antigo entra como data fixa) e
      *            chama a rotina comum LEGALCHK para o ano da
      *            execucao, que percorre os bimestres pelas datas do
      *            PERIOD-CONTROL e multiplica os dias letivos pelas
      *            aulas do TIMETABLE-MASTER de cada turma. O
      *            relatorio LEGALRPT traz os dias letivos por
      *            bimestre e no ano e as horas de cada turma contra
      *            o minimo, com quanto falta. Termina com RC=4
      *            quando o ano fica abaixo do minimo (aviso para
      *            marcar sabado de reposicao a tempo) e RC=8 quando
      *            algum bimestre do ano nao tem datas.
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
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALENDARIO.
           SELECT LEGAL-REPORT ASSIGN TO "LEGALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALREC REPLACING ==:PREFIXO:== BY ==CAL==.
       FD  LEGAL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-CALENDARIO PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-CAL-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CAL VALUE 'Y'.
      *---------------------------------------------------------
      * AREA DA ROTINA COMUM LEGALCHK (ANO, CALENDARIO E RESULTADO)
      *---------------------------------------------------------
       COPY LEGLAREA REPLACING ==:PREFIXO:== BY ==LEG==.
       77 WRK-BIM PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-TUR PIC 9(03) VALUE ZEROS.
       77 WRK-FALTA PIC 9(05) VALUE ZEROS.
       77 WRK-FALTA-ED PIC ZZZZ9.
       77 WRK-MINUTOS-ED PIC ZZ9.
       77 WRK-HORAS-ED PIC ZZZ9.
       01  WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-GRUPO REDEFINES WRK-DATA-AUX.
           05 WRK-AUX-ANO PIC 9(04).
           05 WRK-AUX-MES PIC 9(02).
           05 WRK-AUX-DIA PIC 9(02).
      *---------------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------------
       01  WRK-LINHA-BIMESTRE.
           05 FILLER               PIC X(09) VALUE 'BIMESTRE '.
           05 WRK-LB-BIMESTRE      PIC 9(01).
           05 FILLER               PIC X(04) VALUE ' DE '.
           05 WRK-LB-INICIO        PIC X(10).
           05 FILLER               PIC X(03) VALUE ' A '.
           05 WRK-LB-FIM           PIC X(10).
           05 FILLER               PIC X(08) VALUE '  DIAS  '.
           05 WRK-LB-DIAS          PIC ZZ9.
           05 FILLER               PIC X(24)
                   VALUE '  SABADOS DE REPOSICAO  '.
           05 WRK-LB-SABADOS       PIC Z9.
       01  WRK-LINHA-TURMA.
           05 WRK-LTU-TURMA        PIC X(06).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-LTU-AULAS-SEMANA PIC ZZ9.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 WRK-LTU-AULAS-ANO    PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-LTU-HORAS        PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-LTU-SITUACAO     PIC X(30).
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-DESCRICAO     PIC X(40).
           05 WRK-LT-QTDE          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CARREGAR-CALENDARIO THRU 2000-EXIT.
           MOVE WRK-ANO TO LEG-ANO.
           CALL 'LEGALCHK' USING LEG-AREA.
           PERFORM 3000-EMITIR-DIAS THRU 3000-EXIT.
           PERFORM 4000-EMITIR-TURMAS THRU 4000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           OPEN OUTPUT LEGAL-REPORT.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O RELATORIO - FS '
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONFERENCIA DO ANO LETIVO LEGAL - ANO '
               DELIMITED BY SIZE
               WRK-ANO ' - EMITIDA EM ' DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA O HOLCAL NA TABELA DA AREA DA LEGALCHK; LINHA NO
      * FORMATO ANTIGO (MMDD NA FRENTE, SEM ANO) ENTRA COMO DATA
      * FIXA, COMO NO PROGCOB41
      *----------------------------------------------------------
       2000-CARREGAR-CALENDARIO.
           MOVE ZEROS TO LEG-QTDE-DATAS.
           OPEN INPUT CALENDAR-FILE.
           IF WRK-FS-CALENDARIO = '00'
               PERFORM 2100-LER-CALENDARIO THRU 2100-EXIT
                   UNTIL WRK-EOF-CAL
           END-IF.
           CLOSE CALENDAR-FILE.
           IF LEG-QTDE-DATAS = ZEROS
               DISPLAY 'CALENDARIO NAO CATALOGADO - USANDO A '
                   'TABELA RESERVA DE FERIADOS FIXOS'
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WRK-EOF-CAL-SW
                   GO TO 2100-EXIT
           END-READ.
           IF LEG-QTDE-DATAS >= 100
               DISPLAY 'ATENCAO - TABELA DO CALENDARIO CHEIA, '
                   'LINHA IGNORADA'
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO LEG-QTDE-DATAS.
           IF CAL-ANO NUMERIC AND
              CAL-ANO >= 0101 AND CAL-ANO <= 1231
               MOVE ZEROS TO LEG-DT-ANO (LEG-QTDE-DATAS)
               MOVE CAL-ANO TO LEG-DT-MMDD (LEG-QTDE-DATAS)
               MOVE SPACES TO LEG-DT-DESCRICAO (LEG-QTDE-DATAS)
               STRING CAL-MMDD DELIMITED BY SIZE
                   CAL-DESCRICAO DELIMITED BY SIZE
                   INTO LEG-DT-DESCRICAO (LEG-QTDE-DATAS)
           ELSE
               MOVE CAL-ANO TO LEG-DT-ANO (LEG-QTDE-DATAS)
               MOVE CAL-MMDD TO LEG-DT-MMDD (LEG-QTDE-DATAS)
               MOVE CAL-DESCRICAO TO
                   LEG-DT-DESCRICAO (LEG-QTDE-DATAS)
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DIAS LETIVOS POR BIMESTRE E NO ANO CONTRA O MINIMO
      *----------------------------------------------------------
       3000-EMITIR-DIAS.
           MOVE 'DIAS LETIVOS (SEGUNDA A SEXTA SEM FERIADO OU RECESSO'
               TO REL-LINHA.
           MOVE ', MAIS SABADOS DE REPOSICAO)' TO REL-LINHA (53:28).
           WRITE REL-LINHA.
           PERFORM 3100-EMITIR-BIMESTRE THRU 3100-EXIT
               VARYING WRK-BIM FROM 1 BY 1 UNTIL WRK-BIM > 4.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'DIAS LETIVOS NO ANO' TO WRK-LT-DESCRICAO.
           MOVE LEG-DIAS-TOTAL TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'MINIMO LEGAL DE DIAS' TO WRK-LT-DESCRICAO.
           MOVE LEG-DIAS-MINIMO TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           IF LEG-DIAS-ABAIXO
               COMPUTE WRK-FALTA = LEG-DIAS-MINIMO - LEG-DIAS-TOTAL
               MOVE 'ABAIXO DO MINIMO - DIAS A REPOR' TO
                   WRK-LT-DESCRICAO
               MOVE WRK-FALTA TO WRK-LT-QTDE
               WRITE REL-LINHA FROM WRK-LINHA-TOTAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'ANO LETIVO ATENDE AO MINIMO DE DIAS' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF LEG-SEM-PERIODO
               MOVE 'ERRO - BIMESTRE SEM DATAS NO PERIOD-CONTROL, ANO '
                   TO REL-LINHA
               MOVE 'INCOMPLETO' TO REL-LINHA (51:10)
               WRITE REL-LINHA
               DISPLAY 'ERRO - BIMESTRE DO ANO ' LEG-ANO ' SEM DATAS '
                   'NO PERIOD-CONTROL (OPCAO D DO PROGCOB42)'
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       3000-EXIT.
           EXIT.

       3100-EMITIR-BIMESTRE.
           IF LEG-BIM-INICIO (WRK-BIM) = ZEROS
               MOVE SPACES TO REL-LINHA
               STRING 'BIMESTRE ' WRK-BIM
                   ' SEM DATAS NO PERIOD-CONTROL' DELIMITED BY SIZE
                   INTO REL-LINHA
               WRITE REL-LINHA
               GO TO 3100-EXIT
           END-IF.
           MOVE WRK-BIM TO WRK-LB-BIMESTRE.
           MOVE LEG-BIM-INICIO (WRK-BIM) TO WRK-DATA-AUX.
           MOVE SPACES TO WRK-LB-INICIO.
           STRING WRK-AUX-DIA '/' WRK-AUX-MES '/' WRK-AUX-ANO
               DELIMITED BY SIZE INTO WRK-LB-INICIO.
           MOVE LEG-BIM-FIM (WRK-BIM) TO WRK-DATA-AUX.
           MOVE SPACES TO WRK-LB-FIM.
           STRING WRK-AUX-DIA '/' WRK-AUX-MES '/' WRK-AUX-ANO
               DELIMITED BY SIZE INTO WRK-LB-FIM.
           MOVE LEG-BIM-DIAS (WRK-BIM) TO WRK-LB-DIAS.
           MOVE LEG-BIM-SABADOS (WRK-BIM) TO WRK-LB-SABADOS.
           WRITE REL-LINHA FROM WRK-LINHA-BIMESTRE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * HORAS DE CADA TURMA DO QUADRO DE HORARIOS CONTRA O MINIMO
      *----------------------------------------------------------
       4000-EMITIR-TURMAS.
           MOVE LEG-MINUTOS-AULA TO WRK-MINUTOS-ED.
           MOVE LEG-HORAS-MINIMO TO WRK-HORAS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'HORAS POR TURMA (AULA DE' WRK-MINUTOS-ED
               ' MINUTOS, MINIMO DE' WRK-HORAS-ED ' HORAS)'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TURMA   AULAS/SEM  AULAS ANO   HORAS   SITUACAO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           IF LEG-QTDE-TURMAS = ZEROS
               MOVE '  NENHUMA TURMA NO QUADRO DE HORARIOS' TO
                   REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 4100-EMITIR-TURMA THRU 4100-EXIT
                   VARYING WRK-IDX-TUR FROM 1 BY 1
                   UNTIL WRK-IDX-TUR > LEG-QTDE-TURMAS
           END-IF.
           IF LEG-QTDE-TURMAS-ABAIXO > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TURMAS CONFERIDAS' TO WRK-LT-DESCRICAO.
           MOVE LEG-QTDE-TURMAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'TURMAS ABAIXO DO MINIMO DE HORAS' TO
               WRK-LT-DESCRICAO.
           MOVE LEG-QTDE-TURMAS-ABAIXO TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
       4000-EXIT.
           EXIT.

       4100-EMITIR-TURMA.
           MOVE LEG-TUR-CODIGO (WRK-IDX-TUR) TO WRK-LTU-TURMA.
           MOVE LEG-TUR-AULAS-SEMANA (WRK-IDX-TUR) TO
               WRK-LTU-AULAS-SEMANA.
           MOVE LEG-TUR-AULAS-ANO (WRK-IDX-TUR) TO WRK-LTU-AULAS-ANO.
           MOVE LEG-TUR-HORAS (WRK-IDX-TUR) TO WRK-LTU-HORAS.
           IF LEG-TUR-ABAIXO (WRK-IDX-TUR) = 'S'
               COMPUTE WRK-FALTA =
                   LEG-HORAS-MINIMO - LEG-TUR-HORAS (WRK-IDX-TUR)
               MOVE WRK-FALTA TO WRK-FALTA-ED
               MOVE SPACES TO WRK-LTU-SITUACAO
               STRING 'ABAIXO - FALTAM' WRK-FALTA-ED ' HORAS'
                   DELIMITED BY SIZE INTO WRK-LTU-SITUACAO
           ELSE
               MOVE 'ATENDE' TO WRK-LTU-SITUACAO
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-TURMA.
       4100-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE LEGAL-REPORT.
           DISPLAY 'ANO LETIVO CONFERIDO.......: ' LEG-ANO.
           DISPLAY 'DIAS LETIVOS NO ANO........: ' LEG-DIAS-TOTAL.
           DISPLAY 'TURMAS ABAIXO DAS HORAS....: '
               LEG-QTDE-TURMAS-ABAIXO.
       8000-EXIT.
           EXIT.
