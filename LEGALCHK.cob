       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALCHK.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Rotina comum de conferencia do ano letivo legal
      *            (copybook LEGLAREA): CHAMADA pelo PROGCOB98
      *            (relatorio do ano), pelo PROGCOB41 (projecao do
      *            calendario com a data pedida) e pelo PROGCOB95
      *            (calendario depois da aprovacao). Percorre dia a
      *            dia cada bimestre do ano pedido, entre as datas
      *            do PERIOD-CONTROL, contando como letivo o dia de
      *            segunda a sexta que nao e feriado nem recesso do
      *            calendario recebido e o sabado de reposicao; soma
      *            os dias por bimestre e no ano e, para cada turma
      *            do TIMETABLE-MASTER, multiplica os dias letivos de
      *            cada dia da semana pelas aulas da turma naquele
      *            dia, convertendo em horas pela duracao da aula do
      *            LEGLPARM. Compara com o minimo (padrao 200 dias e
      *            800 horas). PERIOD-CONTROL, TIMETABLE-MASTER e
      *            LEGLPARM sao lidos uma unica vez, na primeira
      *            chamada.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-CONTROL ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT OPTIONAL TIMETABLE-MASTER ASSIGN TO "TTBLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HORARIO.
           SELECT OPTIONAL LEGAL-PARAMETERS ASSIGN TO "LEGLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD.
       COPY PERCTL REPLACING ==:PREFIXO:== BY ==PER==.
       FD  TIMETABLE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TTBLREC REPLACING ==:PREFIXO:== BY ==TTB==.
       FD  LEGAL-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY LEGLPARM REPLACING ==:PREFIXO:== BY ==LGP==.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PERIODO PIC X(02) VALUE '00'.
       77 WRK-FS-HORARIO PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMETRO PIC X(02) VALUE '00'.
       77 WRK-EOF-PERIODO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PERIODO VALUE 'Y'.
       77 WRK-EOF-HORARIO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-HORARIO VALUE 'Y'.
       77 WRK-CARREGADO-SW PIC X(01) VALUE 'N'.
           88 WRK-CARREGADO VALUE 'S'.
      *---------------------------------------------------------
      * MINIMOS DA LEI E DURACAO DA AULA (LEGLPARM)
      *---------------------------------------------------------
       77 WRK-DIAS-MINIMO PIC 9(03) VALUE 200.
       77 WRK-HORAS-MINIMO PIC 9(04) VALUE 800.
       77 WRK-MINUTOS-AULA PIC 9(03) VALUE 60.
      *---------------------------------------------------------
      * BIMESTRES COM DATAS DO PERIOD-CONTROL (TODOS OS ANOS)
      *---------------------------------------------------------
       77 WRK-QTDE-PERIODOS PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-PERIODOS.
           05 WRK-PER-ITEM OCCURS 100 TIMES
                   INDEXED BY WRK-IDX-PER.
               10 WRK-PER-ANO      PIC 9(04).
               10 WRK-PER-BIMESTRE PIC 9(01).
               10 WRK-PER-INICIO   PIC 9(08).
               10 WRK-PER-FIM      PIC 9(08).
      *---------------------------------------------------------
      * AULAS DE CADA TURMA POR DIA DA SEMANA (1=DOMINGO ...
      * 7=SABADO, CONVENCAO DO RUNDATE), SOMADAS DO QUADRO DE
      * HORARIOS
      *---------------------------------------------------------
       77 WRK-QTDE-TURMAS PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-TURMAS.
           05 WRK-TUR-ITEM OCCURS 100 TIMES
                   INDEXED BY WRK-IDX-TUR.
               10 WRK-TUR-CODIGO   PIC X(06).
               10 WRK-TUR-AULAS    PIC 9(03) OCCURS 7 TIMES.
      *---------------------------------------------------------
      * TABELA RESERVA DE FERIADOS FIXOS DO PORTAO (PROGCOBO3),
      * USADA QUANDO O CALENDARIO RECEBIDO ESTA VAZIO
      *---------------------------------------------------------
       01  WRK-TAB-FERIADOS VALUE '01010421050109071225'.
           05 WRK-FERIADO PIC 9(04) OCCURS 5 TIMES.
      *---------------------------------------------------------
      * CONTAGEM DIA A DIA
      *---------------------------------------------------------
       77 WRK-BIM PIC 9(01) VALUE ZEROS.
       77 WRK-DS PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-CAL PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-RES PIC 9(01) VALUE ZEROS.
       77 WRK-JULIANA-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-FIM PIC 9(08) VALUE ZEROS.
       01  WRK-DIA-INTEIRA PIC 9(08) VALUE ZEROS.
       01  WRK-DIA-GRUPO REDEFINES WRK-DIA-INTEIRA.
           05 WRK-DIA-ANO PIC 9(04).
           05 WRK-DIA-MMDD PIC 9(04).
       01  WRK-DIA-SEMANA-AUX PIC 9(01) VALUE ZEROS.
           88 WRK-DIA-DE-SEMANA VALUES 2 THRU 6.
           88 WRK-DIA-SABADO VALUE 7.
       77 WRK-FERIADO-SW PIC X(01) VALUE 'N'.
           88 WRK-E-FERIADO VALUE 'S'.
       77 WRK-REPOSICAO-SW PIC X(01) VALUE 'N'.
           88 WRK-E-REPOSICAO VALUE 'S'.
       01  WRK-DIAS-SEMANA.
           05 WRK-DIAS-NO-DIA PIC 9(03) OCCURS 7 TIMES.
       77 WRK-AULAS-SEMANA PIC 9(03) VALUE ZEROS.
       77 WRK-AULAS-ANO PIC 9(05) VALUE ZEROS.
       LINKAGE SECTION.
       COPY LEGLAREA REPLACING ==:PREFIXO:== BY ==LNK==.
       PROCEDURE DIVISION USING LNK-AREA.
       0000-MAINLINE.
           IF NOT WRK-CARREGADO
               PERFORM 1000-CARREGAR-ARQUIVOS THRU 1000-EXIT
           END-IF.
           PERFORM 2000-CONTAR-DIAS THRU 2000-EXIT.
           PERFORM 3000-APURAR-TURMAS THRU 3000-EXIT.
           GOBACK.

      *----------------------------------------------------------
      * CARREGA PARAMETRO, PERIODOS COM DATAS E QUADRO DE HORARIOS
      *----------------------------------------------------------
       1000-CARREGAR-ARQUIVOS.
           MOVE 'S' TO WRK-CARREGADO-SW.
           OPEN INPUT LEGAL-PARAMETERS.
           IF WRK-FS-PARAMETRO = '00'
               READ LEGAL-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LGP-DIAS-MINIMO NUMERIC AND
                          LGP-DIAS-MINIMO > ZEROS
                           MOVE LGP-DIAS-MINIMO TO WRK-DIAS-MINIMO
                       END-IF
                       IF LGP-HORAS-MINIMO NUMERIC AND
                          LGP-HORAS-MINIMO > ZEROS
                           MOVE LGP-HORAS-MINIMO TO WRK-HORAS-MINIMO
                       END-IF
                       IF LGP-MINUTOS-AULA NUMERIC AND
                          LGP-MINUTOS-AULA > ZEROS
                           MOVE LGP-MINUTOS-AULA TO WRK-MINUTOS-AULA
                       END-IF
               END-READ
           END-IF.
           CLOSE LEGAL-PARAMETERS.
           OPEN INPUT PERIOD-CONTROL.
           IF WRK-FS-PERIODO = '00'
               PERFORM 1100-LER-PERIODO THRU 1100-EXIT
                   UNTIL WRK-EOF-PERIODO
           END-IF.
           CLOSE PERIOD-CONTROL.
           OPEN INPUT TIMETABLE-MASTER.
           IF WRK-FS-HORARIO = '00'
               PERFORM 1200-LER-HORARIO THRU 1200-EXIT
                   UNTIL WRK-EOF-HORARIO
           ELSE
               DISPLAY 'ATENCAO - TIMETABLE-MASTER INDISPONIVEL, '
                   'HORAS POR TURMA NAO APURADAS'
           END-IF.
           CLOSE TIMETABLE-MASTER.
       1000-EXIT.
           EXIT.

       1100-LER-PERIODO.
           READ PERIOD-CONTROL
               AT END
                   MOVE 'Y' TO WRK-EOF-PERIODO-SW
                   GO TO 1100-EXIT
           END-READ.
           IF PER-DATA-INICIO NOT NUMERIC OR
              PER-DATA-FIM NOT NUMERIC OR
              PER-DATA-INICIO = ZEROS OR
              PER-DATA-FIM < PER-DATA-INICIO
               GO TO 1100-EXIT
           END-IF.
           IF WRK-QTDE-PERIODOS >= 100
               DISPLAY 'ATENCAO - TABELA DE PERIODOS CHEIA, '
                   'BIMESTRE IGNORADO'
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PERIODOS.
           SET WRK-IDX-PER TO WRK-QTDE-PERIODOS.
           MOVE PER-ANO TO WRK-PER-ANO (WRK-IDX-PER).
           MOVE PER-BIMESTRE TO WRK-PER-BIMESTRE (WRK-IDX-PER).
           MOVE PER-DATA-INICIO TO WRK-PER-INICIO (WRK-IDX-PER).
           MOVE PER-DATA-FIM TO WRK-PER-FIM (WRK-IDX-PER).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SOMA UMA AULA NO DIA DA SEMANA DA TURMA DA LINHA
      *----------------------------------------------------------
       1200-LER-HORARIO.
           READ TIMETABLE-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-HORARIO-SW
                   GO TO 1200-EXIT
           END-READ.
           IF TTB-DIA-SEMANA NOT NUMERIC OR
              TTB-DIA-SEMANA < 1 OR TTB-DIA-SEMANA > 7
               GO TO 1200-EXIT
           END-IF.
           SET WRK-IDX-TUR TO 1.
           SEARCH WRK-TUR-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-TUR > WRK-QTDE-TURMAS
                   CONTINUE
               WHEN WRK-TUR-CODIGO (WRK-IDX-TUR) = TTB-TURMA
                   CONTINUE
           END-SEARCH.
           IF WRK-IDX-TUR > WRK-QTDE-TURMAS
               IF WRK-QTDE-TURMAS >= 100
                   DISPLAY 'ATENCAO - TABELA DE TURMAS CHEIA, TURMA '
                       TTB-TURMA ' FORA DA CONFERENCIA'
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-TURMAS
               SET WRK-IDX-TUR TO WRK-QTDE-TURMAS
               MOVE TTB-TURMA TO WRK-TUR-CODIGO (WRK-IDX-TUR)
               PERFORM 1250-ZERAR-AULAS THRU 1250-EXIT
                   VARYING WRK-DS FROM 1 BY 1 UNTIL WRK-DS > 7
           END-IF.
           ADD 1 TO WRK-TUR-AULAS (WRK-IDX-TUR, TTB-DIA-SEMANA).
       1200-EXIT.
           EXIT.

       1250-ZERAR-AULAS.
           MOVE ZEROS TO WRK-TUR-AULAS (WRK-IDX-TUR, WRK-DS).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DIAS LETIVOS DE CADA BIMESTRE DO ANO PEDIDO; BIMESTRE SEM
      * DATAS FICA ZERADO E MARCA O RESULTADO COMO 'P'
      *----------------------------------------------------------
       2000-CONTAR-DIAS.
           MOVE 'S' TO LNK-RESULTADO.
           MOVE WRK-DIAS-MINIMO TO LNK-DIAS-MINIMO.
           MOVE WRK-HORAS-MINIMO TO LNK-HORAS-MINIMO.
           MOVE WRK-MINUTOS-AULA TO LNK-MINUTOS-AULA.
           MOVE ZEROS TO LNK-DIAS-TOTAL.
           MOVE ZEROS TO WRK-DIAS-SEMANA.
           IF LNK-QTDE-DATAS = ZEROS
               PERFORM 2050-COPIAR-RESERVA THRU 2050-EXIT
                   VARYING WRK-IDX-RES FROM 1 BY 1
                   UNTIL WRK-IDX-RES > 5
           END-IF.
           PERFORM 2100-CONTAR-BIMESTRE THRU 2100-EXIT
               VARYING WRK-BIM FROM 1 BY 1 UNTIL WRK-BIM > 4.
           MOVE 'N' TO LNK-DIAS-ABAIXO-SW.
           IF LNK-DIAS-TOTAL < WRK-DIAS-MINIMO
               MOVE 'S' TO LNK-DIAS-ABAIXO-SW
           END-IF.
       2000-EXIT.
           EXIT.

       2050-COPIAR-RESERVA.
           ADD 1 TO LNK-QTDE-DATAS.
           MOVE ZEROS TO LNK-DT-ANO (LNK-QTDE-DATAS).
           MOVE WRK-FERIADO (WRK-IDX-RES) TO
               LNK-DT-MMDD (LNK-QTDE-DATAS).
           MOVE 'FERIADO FIXO' TO LNK-DT-DESCRICAO (LNK-QTDE-DATAS).
       2050-EXIT.
           EXIT.

       2100-CONTAR-BIMESTRE.
           MOVE ZEROS TO LNK-BIM-INICIO (WRK-BIM) LNK-BIM-FIM (WRK-BIM)
               LNK-BIM-DIAS (WRK-BIM) LNK-BIM-SABADOS (WRK-BIM).
           SET WRK-IDX-PER TO 1.
           SEARCH WRK-PER-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-PER > WRK-QTDE-PERIODOS
                   CONTINUE
               WHEN WRK-PER-ANO (WRK-IDX-PER) = LNK-ANO AND
                    WRK-PER-BIMESTRE (WRK-IDX-PER) = WRK-BIM
                   MOVE WRK-PER-INICIO (WRK-IDX-PER) TO
                       LNK-BIM-INICIO (WRK-BIM)
                   MOVE WRK-PER-FIM (WRK-IDX-PER) TO
                       LNK-BIM-FIM (WRK-BIM)
           END-SEARCH.
           IF LNK-BIM-INICIO (WRK-BIM) = ZEROS
               MOVE 'P' TO LNK-RESULTADO
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WRK-JULIANA-DIA =
               FUNCTION INTEGER-OF-DATE(LNK-BIM-INICIO (WRK-BIM)).
           COMPUTE WRK-JULIANA-FIM =
               FUNCTION INTEGER-OF-DATE(LNK-BIM-FIM (WRK-BIM)).
           PERFORM 2200-CONTAR-DIA THRU 2200-EXIT
               UNTIL WRK-JULIANA-DIA > WRK-JULIANA-FIM.
           ADD LNK-BIM-DIAS (WRK-BIM) TO LNK-DIAS-TOTAL.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UM DIA DO BIMESTRE: DE SEGUNDA A SEXTA E LETIVO SE NAO ESTA
      * NO CALENDARIO COMO FERIADO/RECESSO; SABADO SO E LETIVO COMO
      * REPOSICAO DO CALENDARIO
      *----------------------------------------------------------
       2200-CONTAR-DIA.
           COMPUTE WRK-DIA-INTEIRA =
               FUNCTION DATE-OF-INTEGER(WRK-JULIANA-DIA).
           COMPUTE WRK-DIA-SEMANA-AUX =
               FUNCTION MOD(WRK-JULIANA-DIA, 7) + 1.
           ADD 1 TO WRK-JULIANA-DIA.
           IF NOT WRK-DIA-DE-SEMANA AND NOT WRK-DIA-SABADO
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WRK-FERIADO-SW.
           MOVE 'N' TO WRK-REPOSICAO-SW.
           PERFORM 2300-PROCURAR-CALENDARIO THRU 2300-EXIT
               VARYING WRK-IDX-CAL FROM 1 BY 1
               UNTIL WRK-IDX-CAL > LNK-QTDE-DATAS.
           IF WRK-DIA-DE-SEMANA AND WRK-E-FERIADO
               GO TO 2200-EXIT
           END-IF.
           IF WRK-DIA-SABADO
               IF NOT WRK-E-REPOSICAO
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO LNK-BIM-SABADOS (WRK-BIM)
           END-IF.
           ADD 1 TO LNK-BIM-DIAS (WRK-BIM).
           ADD 1 TO WRK-DIAS-NO-DIA (WRK-DIA-SEMANA-AUX).
       2200-EXIT.
           EXIT.

       2300-PROCURAR-CALENDARIO.
           IF LNK-DT-MMDD (WRK-IDX-CAL) = WRK-DIA-MMDD AND
              (LNK-DT-ANO (WRK-IDX-CAL) = ZEROS OR
               LNK-DT-ANO (WRK-IDX-CAL) = WRK-DIA-ANO)
               IF LNK-DT-DESCRICAO (WRK-IDX-CAL) (1:9) = 'REPOSICAO'
                   MOVE 'S' TO WRK-REPOSICAO-SW
               ELSE
                   MOVE 'S' TO WRK-FERIADO-SW
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * AULAS E HORAS DO ANO DE CADA TURMA: DIAS LETIVOS DE CADA
      * DIA DA SEMANA X AULAS DA TURMA NAQUELE DIA; O SABADO DE
      * REPOSICAO VALE UM DIA MEDIO (AULAS DA SEMANA / 5)
      *----------------------------------------------------------
       3000-APURAR-TURMAS.
           MOVE ZEROS TO LNK-QTDE-TURMAS LNK-QTDE-TURMAS-ABAIXO.
           IF WRK-QTDE-TURMAS > ZEROS
               PERFORM 3100-APURAR-TURMA THRU 3100-EXIT
                   VARYING WRK-IDX-TUR FROM 1 BY 1
                   UNTIL WRK-IDX-TUR > WRK-QTDE-TURMAS
           END-IF.
       3000-EXIT.
           EXIT.

       3100-APURAR-TURMA.
           ADD 1 TO LNK-QTDE-TURMAS.
           MOVE WRK-TUR-CODIGO (WRK-IDX-TUR) TO
               LNK-TUR-CODIGO (LNK-QTDE-TURMAS).
           COMPUTE WRK-AULAS-SEMANA =
               WRK-TUR-AULAS (WRK-IDX-TUR, 2) +
               WRK-TUR-AULAS (WRK-IDX-TUR, 3) +
               WRK-TUR-AULAS (WRK-IDX-TUR, 4) +
               WRK-TUR-AULAS (WRK-IDX-TUR, 5) +
               WRK-TUR-AULAS (WRK-IDX-TUR, 6).
           COMPUTE WRK-AULAS-ANO =
               WRK-DIAS-NO-DIA (2) * WRK-TUR-AULAS (WRK-IDX-TUR, 2) +
               WRK-DIAS-NO-DIA (3) * WRK-TUR-AULAS (WRK-IDX-TUR, 3) +
               WRK-DIAS-NO-DIA (4) * WRK-TUR-AULAS (WRK-IDX-TUR, 4) +
               WRK-DIAS-NO-DIA (5) * WRK-TUR-AULAS (WRK-IDX-TUR, 5) +
               WRK-DIAS-NO-DIA (6) * WRK-TUR-AULAS (WRK-IDX-TUR, 6) +
               WRK-DIAS-NO-DIA (7) * WRK-AULAS-SEMANA / 5.
           MOVE WRK-AULAS-SEMANA TO
               LNK-TUR-AULAS-SEMANA (LNK-QTDE-TURMAS).
           MOVE WRK-AULAS-ANO TO LNK-TUR-AULAS-ANO (LNK-QTDE-TURMAS).
           COMPUTE LNK-TUR-HORAS (LNK-QTDE-TURMAS) =
               WRK-AULAS-ANO * WRK-MINUTOS-AULA / 60.
           MOVE 'N' TO LNK-TUR-ABAIXO (LNK-QTDE-TURMAS).
           IF LNK-TUR-HORAS (LNK-QTDE-TURMAS) < WRK-HORAS-MINIMO
               MOVE 'S' TO LNK-TUR-ABAIXO (LNK-QTDE-TURMAS)
               ADD 1 TO LNK-QTDE-TURMAS-ABAIXO
           END-IF.
       3100-EXIT.
           EXIT.
