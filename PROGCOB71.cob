       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB71.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Segunda chamada de avaliacao (copybook SCNDREC):
      *            registra pelo console o pedido do aluno que
      *            perdeu uma avaliacao do diario de classe (chave
      *            AVALREC do PROGCOB70) e confere a falta do dia da
      *            prova no ATTEND-JOURNAL -- so a falta abonada
      *            (linha tipo J do PROGCOB46, ex. ATESTADO) da
      *            direito a segunda chamada. Pedido aprovado recebe
      *            a data da segunda chamada com a mesma rolagem
      *            para dia letivo do reteste do PROGCOB09 (fim de
      *            semana e feriado do HOLCAL empurram a data);
      *            pedido sem abono fica RECUSADO no arquivo. A
      *            nota da segunda chamada e gravada no diario
      *            (ASSESSMENT-MARKS) no lugar da nota que faltava,
      *            so enquanto o bimestre estiver aberto no
      *            PERIOD-CONTROL, e o fechamento do PROGCOB70 segue
      *            normal. A opcao de listagem imprime em SCNDLIST
      *            os pedidos recusados e os agendados ainda sem
      *            nota para a coordenacao.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Pedido so fica CONCLUIDO com a nota de fato
      *                    gravada no diario: o status do CLOSE
      *                    escondia erro do WRITE/REWRITE.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECOND-CALL ASSIGN TO "SEGCHAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDOS.
           SELECT ATTEND-JOURNAL ASSIGN TO "ATTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIO.
           SELECT ASSESSMENT-MASTER ASSIGN TO "AVALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVL-CHAVE
               FILE STATUS IS WRK-FS-AVALIACAO.
           SELECT ASSESSMENT-MARKS ASSIGN TO "AVALNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVN-CHAVE
               FILE STATUS IS WRK-FS-NOTA-AVAL.
           SELECT OPTIONAL PERIOD-CONTROL ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALENDARIO.
           SELECT SECOND-CALL-REPORT ASSIGN TO "SCNDLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  SECOND-CALL
           LABEL RECORDS ARE STANDARD.
       COPY SCNDREC REPLACING ==:PREFIXO:== BY ==SCH==.
       FD  ATTEND-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY ATTJREC REPLACING ==:PREFIXO:== BY ==JRN==.
       FD  ASSESSMENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY AVALREC REPLACING ==:PREFIXO:== BY ==AVL==.
       FD  ASSESSMENT-MARKS
           LABEL RECORDS ARE STANDARD.
       COPY AVNTREC REPLACING ==:PREFIXO:== BY ==AVN==.
       FD  PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD.
       COPY PERCTL REPLACING ==:PREFIXO:== BY ==PER==.
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALREC REPLACING ==:PREFIXO:== BY ==CAL==.
       FD  SECOND-CALL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY SCNDREC REPLACING ==:PREFIXO:== BY ==TAB==.

       77 WRK-FS-PEDIDOS PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO PIC X(02) VALUE '00'.
       77 WRK-FS-AVALIACAO PIC X(02) VALUE '00'.
       77 WRK-FS-NOTA-AVAL PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-PEDIDOS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PEDIDOS VALUE 'Y'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-INCLUIR VALUE 'I'.
           88 WRK-OPCAO-NOTA    VALUE 'N'.
           88 WRK-OPCAO-LISTAR  VALUE 'L'.
           88 WRK-OPCAO-FIM     VALUE 'F'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-DV-VALIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-DV-VALIDO VALUE 'S'.
       77 WRK-MATRICULA-AUX PIC 9(07) VALUE ZEROS.
       77 WRK-ACHOU-SW PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-NUMERO-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ALTERACOES PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-LISTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-JULIANA-PROVA PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------
      * TABELA DOS PEDIDOS EM MANUTENCAO (IMAGEM COMPLETA DO
      * REGISTRO SCNDREC, 103 BYTES); CARGA TRUNCADA RECUSA A
      * SESSAO SEM REGRAVAR O ARQUIVO (MESMA REGRA DO PROGCOB48)
      *---------------------------------------------------------
       77 WRK-QTDE-PEDIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-LIMITE-ESTOURADO-SW PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-ESTOURADO VALUE 'S'.
       01  WRK-TABELA-PEDIDOS.
           05 WRK-PED-IMAGEM PIC X(103) OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-PED.
       COPY SCNDREC REPLACING ==:PREFIXO:== BY ==PED==.
      *---------------------------------------------------------
      * CONFERENCIA DA FALTA ABONADA NO DIARIO DE FREQUENCIA
      *---------------------------------------------------------
       77 WRK-EOF-DIARIO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-DIARIO VALUE 'Y'.
       77 WRK-ABONO-SW PIC X(01) VALUE 'N'.
           88 WRK-FALTA-ABONADA VALUE 'S'.
       77 WRK-MOTIVO-ABONO PIC X(10) VALUE SPACES.
      *---------------------------------------------------------
      * CONTROLE DE PERIODO (COPYBOOK PERCTL): STATUS DOS QUATRO
      * BIMESTRES DO ANO; BIMESTRE SEM REGISTRO VALE ABERTO
      *---------------------------------------------------------
       77 WRK-FS-PERIODO PIC X(02) VALUE '00'.
       77 WRK-EOF-PERIODO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PERIODO VALUE 'Y'.
       01  WRK-PERIODOS-ANO VALUE 'AAAA'.
           05 WRK-BIM-STATUS PIC X(01) OCCURS 4 TIMES.
      *---------------------------------------------------------
      * NOTA DA SEGUNDA CHAMADA DIGITADA NO CONSOLE (EX. 0650 =
      * 6,50); EM BRANCO DESISTE DO LANCAMENTO
      *---------------------------------------------------------
       01  WRK-NOTA-DIGITADA.
           05 WRK-NOTA-ENTRADA     PIC X(04).
           05 WRK-NOTA-VALOR REDEFINES WRK-NOTA-ENTRADA
                                   PIC 9(02)V99.
       77 WRK-NOTA-MAXIMA PIC 9(02)V99 VALUE 10,00.
       77 WRK-NOTA-EXISTE-SW PIC X(01) VALUE 'N'.
           88 WRK-NOTA-EXISTE VALUE 'S'.
       77 WRK-NOTA-GRAVADA-SW PIC X(01) VALUE 'N'.
           88 WRK-NOTA-GRAVADA VALUE 'S'.
      *---------------------------------------------------------
      * CALCULO DA DATA DA SEGUNDA CHAMADA: 7 DIAS CORRIDOS A
      * FRENTE DO PEDIDO E ROLAGEM ATE O PRIMEIRO DIA LETIVO (SEM
      * FIM DE SEMANA NEM FERIADO), A MESMA DO RETESTE DO PROGCOB09
      *---------------------------------------------------------
       77 WRK-DATA-JULIANA PIC 9(08) VALUE ZEROS.
       77 WRK-SEGUNDA-JULIANA PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-SEGUNDA PIC 9(02) VALUE 07.
       77 WRK-DIA-UTIL-SW PIC X(01) VALUE 'N'.
           88 WRK-DIA-UTIL VALUE 'S'.
       01  WRK-SEGUNDA-INTEIRA PIC 9(08) VALUE ZEROS.
       01  WRK-SEGUNDA-GRUPO REDEFINES WRK-SEGUNDA-INTEIRA.
           05 WRK-SEGUNDA-ANO PIC 9(04).
           05 WRK-SEGUNDA-MES PIC 9(02).
           05 WRK-SEGUNDA-DIA PIC 9(02).
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
      * LINHA DA LISTAGEM PARA A COORDENACAO
      *---------------------------------------------------------
       01  WRK-LINHA-PEDIDO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LP-NUMERO        PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LP-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LP-MATERIA       PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LP-BIMESTRE      PIC 9(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LP-DATA-PROVA    PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LP-SITUACAO      PIC X(09).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-DETALHE       PIC X(20).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-LIMITE-ESTOURADO
               DISPLAY 'ERRO - TABELA DE PEDIDOS ESTOUROU NA '
                   'CARGA: SESSAO RECUSADA E ARQUIVO PRESERVADO '
                   '(NADA FOI REGRAVADO)'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-MENU THRU 2000-EXIT
                   UNTIL WRK-OPCAO-FIM
               PERFORM 6000-REGRAVAR-ARQUIVO THRU 6000-EXIT
               PERFORM 8000-FINALIZAR THRU 8000-EXIT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      * CARREGA OS PEDIDOS JA REGISTRADOS E O MAIOR NUMERO USADO,
      * O STATUS DOS BIMESTRES DO ANO E OS FERIADOS DO CALENDARIO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-DATA-JULIANA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           OPEN INPUT SECOND-CALL.
           IF WRK-FS-PEDIDOS = '00'
               PERFORM 1100-LER-PEDIDO THRU 1100-EXIT
                   UNTIL WRK-EOF-PEDIDOS
           END-IF.
           CLOSE SECOND-CALL.
           PERFORM 1200-CARREGAR-PERIODOS THRU 1200-EXIT.
           PERFORM 1300-CARREGAR-CALENDARIO THRU 1300-EXIT.
           DISPLAY 'SEGUNDA CHAMADA - PEDIDOS REGISTRADOS: '
               WRK-QTDE-PEDIDOS.
       1000-EXIT.
           EXIT.

       1100-LER-PEDIDO.
           READ SECOND-CALL
               AT END
                   MOVE 'Y' TO WRK-EOF-PEDIDOS-SW
               NOT AT END
                   IF WRK-QTDE-PEDIDOS < 1000
                       ADD 1 TO WRK-QTDE-PEDIDOS
                       MOVE SCH-REGISTRO TO
                           WRK-PED-IMAGEM (WRK-QTDE-PEDIDOS)
                       IF SCH-NUMERO > WRK-ULTIMO-NUMERO
                           MOVE SCH-NUMERO TO WRK-ULTIMO-NUMERO
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
                       DISPLAY 'ERRO - TABELA DE PEDIDOS CHEIA'
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * STATUS DOS BIMESTRES DO ANO (MESMA REGRA DO PROGCOB27:
      * SEM ARQUIVO OU SEM REGISTRO, BIMESTRE ABERTO)
      *----------------------------------------------------------
       1200-CARREGAR-PERIODOS.
           MOVE 'AAAA' TO WRK-PERIODOS-ANO.
           MOVE 'N' TO WRK-EOF-PERIODO-SW.
           OPEN INPUT PERIOD-CONTROL.
           IF WRK-FS-PERIODO = '00'
               PERFORM 1250-LER-PERIODO THRU 1250-EXIT
                   UNTIL WRK-EOF-PERIODO
           END-IF.
           CLOSE PERIOD-CONTROL.
       1200-EXIT.
           EXIT.

       1250-LER-PERIODO.
           READ PERIOD-CONTROL
               AT END
                   MOVE 'Y' TO WRK-EOF-PERIODO-SW
               NOT AT END
                   IF PER-ANO = WRK-ANO AND
                      PER-BIMESTRE >= 1 AND PER-BIMESTRE <= 4
                       MOVE PER-STATUS TO
                           WRK-BIM-STATUS (PER-BIMESTRE)
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA OS FERIADOS DO MESMO CALENDARIO HOLCAL DO PORTAO
      * PROGCOBO3. SEM O ARQUIVO, VALE A TABELA FIXA DE RESERVA.
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
      * GUARDA UM FERIADO DO CALENDARIO (COPYBOOK CALREC): LINHA NO
      * FORMATO ANTIGO (MMDD NA FRENTE, 0101-1231) VALE TODO ANO;
      * NO FORMATO NOVO O ANO 0000 E DATA FIXA E O FERIADO MOVEL SO
      * VALE QUANDO O ANO DA LINHA E O ANO DA EXECUCAO
      *----------------------------------------------------------
       1320-GUARDAR-FERIADO.
           MOVE ZEROS TO WRK-MMDD-VALIDO.
           IF CAL-ANO NUMERIC AND
              CAL-ANO >= 0101 AND CAL-ANO <= 1231
               MOVE CAL-ANO TO WRK-MMDD-VALIDO
           ELSE
               IF CAL-ANO NUMERIC AND
                  (CAL-ANO = ZEROS OR CAL-ANO = WRK-ANO)
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
      * MENU DO CONSOLE: I=INCLUIR PEDIDO N=LANCAR NOTA DA SEGUNDA
      * CHAMADA L=LISTAR PARA A COORDENACAO F=FIM
      *----------------------------------------------------------
       2000-MENU.
           DISPLAY 'OPCAO (I=INCLUIR N=NOTA L=LISTAR F=FIM): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR THRU 3000-EXIT
               WHEN WRK-OPCAO-NOTA
                   PERFORM 4000-LANCAR-NOTA THRU 4000-EXIT
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 5000-LISTAR-PEDIDOS THRU 5000-EXIT
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA: ' WRK-OPCAO
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGISTRA UM PEDIDO NOVO: A AVALIACAO PRECISA EXISTIR NO
      * DIARIO COM O BIMESTRE ABERTO; COM FALTA ABONADA NO DIA DA
      * PROVA O PEDIDO E AGENDADO, SEM ELA FICA RECUSADO
      *----------------------------------------------------------
       3000-INCLUIR.
           IF WRK-QTDE-PEDIDOS >= 1000
               DISPLAY 'TABELA DE PEDIDOS CHEIA - NADA INCLUIDO'
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO PED-REGISTRO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA-AUX FROM CONSOLE.
           CALL 'MATCKDIG' USING WRK-MATRICULA-AUX WRK-DV-VALIDO-SW.
           PERFORM 3100-REVALIDAR-MATRICULA THRU 3100-EXIT
               UNTIL WRK-DV-VALIDO.
           MOVE WRK-MATRICULA-AUX TO PED-MATRICULA.
           MOVE WRK-ANO TO PED-ANO.
           DISPLAY 'TURMA: '.
           ACCEPT PED-TURMA FROM CONSOLE.
           DISPLAY 'MATERIA: '.
           ACCEPT PED-MATERIA FROM CONSOLE.
           DISPLAY 'BIMESTRE (1 A 4): '.
           ACCEPT PED-BIMESTRE FROM CONSOLE.
           DISPLAY 'SEQUENCIA DA AVALIACAO NO DIARIO: '.
           ACCEPT PED-SEQUENCIA FROM CONSOLE.
           IF PED-BIMESTRE < 1 OR PED-BIMESTRE > 4
               DISPLAY 'BIMESTRE INVALIDO: ' PED-BIMESTRE
               GO TO 3000-EXIT
           END-IF.
           IF WRK-BIM-STATUS (PED-BIMESTRE) = 'F'
               DISPLAY 'PEDIDO RECUSADO - BIMESTRE ' PED-BIMESTRE
                   ' JA FECHADO NO CONTROLE DE PERIODO'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-CONFERIR-AVALIACAO THRU 3200-EXIT.
           IF NOT WRK-ACHOU
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3300-PROCURAR-DUPLICADO THRU 3300-EXIT.
           IF WRK-ACHOU
               DISPLAY 'PEDIDO RECUSADO - JA EXISTE O PEDIDO '
                   TAB-NUMERO ' PARA ESTA AVALIACAO'
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'DATA DA PROVA PERDIDA (YYYYMMDD): '.
           ACCEPT PED-DATA-PROVA FROM CONSOLE.
           MOVE ZEROS TO WRK-JULIANA-PROVA.
           IF PED-DATA-PROVA NUMERIC AND PED-DATA-PROVA > ZEROS
               COMPUTE WRK-JULIANA-PROVA =
                   FUNCTION INTEGER-OF-DATE(PED-DATA-PROVA)
           END-IF.
           IF WRK-JULIANA-PROVA = ZEROS OR
              PED-DATA-PROVA > WRK-DATA-HOJE
               DISPLAY 'DATA DA PROVA INVALIDA: ' PED-DATA-PROVA
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3400-PROCURAR-ABONO THRU 3400-EXIT.
           IF WRK-FS-DIARIO NOT = '00'
               DISPLAY 'DIARIO DE FREQUENCIA INDISPONIVEL - FS '
                   WRK-FS-DIARIO ' - NADA INCLUIDO'
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO PED-NUMERO.
           MOVE WRK-DATA-HOJE TO PED-DATA-PEDIDO.
           MOVE ZEROS TO PED-NOTA.
           MOVE ZEROS TO PED-DATA-NOTA.
           MOVE ZEROS TO PED-DATA-SEGUNDA.
           IF WRK-FALTA-ABONADA
               MOVE WRK-MOTIVO-ABONO TO PED-MOTIVO-FALTA
               PERFORM 3500-AGENDAR-SEGUNDA THRU 3500-EXIT
               SET PED-AGENDADA TO TRUE
               DISPLAY 'PEDIDO ' PED-NUMERO ' APROVADO (FALTA '
                   'ABONADA: ' WRK-MOTIVO-ABONO ') - SEGUNDA '
                   'CHAMADA EM ' PED-DATA-SEGUNDA
           ELSE
               SET PED-RECUSADA TO TRUE
               MOVE 'SEM FALTA ABONADA' TO PED-OBSERVACAO
               DISPLAY 'PEDIDO ' PED-NUMERO ' RECUSADO - NAO HA '
                   'FALTA ABONADA NO DIA DA PROVA; LISTADO PARA '
                   'A COORDENACAO'
           END-IF.
           ADD 1 TO WRK-QTDE-PEDIDOS.
           MOVE PED-REGISTRO TO WRK-PED-IMAGEM (WRK-QTDE-PEDIDOS).
           ADD 1 TO WRK-QTDE-ALTERACOES.
       3000-EXIT.
           EXIT.

       3100-REVALIDAR-MATRICULA.
           DISPLAY 'MATRICULA INVALIDA (' WRK-MATRICULA-AUX
               ') - DIGITO VERIFICADOR NAO CONFERE'.
           ACCEPT WRK-MATRICULA-AUX FROM CONSOLE.
           CALL 'MATCKDIG' USING WRK-MATRICULA-AUX WRK-DV-VALIDO-SW.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A AVALIACAO PERDIDA PRECISA ESTAR CADASTRADA NO DIARIO DE
      * CLASSE DO PROGCOB70
      *----------------------------------------------------------
       3200-CONFERIR-AVALIACAO.
           MOVE 'N' TO WRK-ACHOU-SW.
           OPEN INPUT ASSESSMENT-MASTER.
           IF WRK-FS-AVALIACAO NOT = '00'
               DISPLAY 'DIARIO DE AVALIACOES INDISPONIVEL - FS '
                   WRK-FS-AVALIACAO
               GO TO 3200-EXIT
           END-IF.
           MOVE PED-AVALIACAO TO AVL-CHAVE.
           READ ASSESSMENT-MASTER
               INVALID KEY
                   DISPLAY 'PEDIDO RECUSADO - AVALIACAO NAO '
                       'CADASTRADA NO DIARIO DE CLASSE'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU-SW
                   DISPLAY 'AVALIACAO: ' AVL-DESCRICAO
           END-READ.
           CLOSE ASSESSMENT-MASTER.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UM PEDIDO AGENDADO OU CONCLUIDO POR ALUNO E AVALIACAO; O
      * RECUSADO PODE SER REFEITO QUANDO O ATESTADO FOR ABONADO
      *----------------------------------------------------------
       3300-PROCURAR-DUPLICADO.
           MOVE 'N' TO WRK-ACHOU-SW.
           SET WRK-IDX-PED TO 1.
           PERFORM 3350-CONFERIR-DUPLICADO THRU 3350-EXIT
               UNTIL WRK-ACHOU OR WRK-IDX-PED > WRK-QTDE-PEDIDOS.
       3300-EXIT.
           EXIT.

       3350-CONFERIR-DUPLICADO.
           MOVE WRK-PED-IMAGEM (WRK-IDX-PED) TO TAB-REGISTRO.
           IF TAB-MATRICULA = PED-MATRICULA AND
              TAB-AVALIACAO = PED-AVALIACAO AND
              NOT TAB-RECUSADA
               MOVE 'S' TO WRK-ACHOU-SW
           ELSE
               SET WRK-IDX-PED UP BY 1
           END-IF.
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROCURA NO ATTEND-JOURNAL A LINHA TIPO J (FALTA ABONADA
      * PELO PROGCOB46) DA MATRICULA NA DATA DA PROVA
      *----------------------------------------------------------
       3400-PROCURAR-ABONO.
           MOVE 'N' TO WRK-ABONO-SW.
           MOVE SPACES TO WRK-MOTIVO-ABONO.
           MOVE 'N' TO WRK-EOF-DIARIO-SW.
           OPEN INPUT ATTEND-JOURNAL.
           IF WRK-FS-DIARIO NOT = '00'
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3450-LER-DIARIO THRU 3450-EXIT
               UNTIL WRK-EOF-DIARIO.
           CLOSE ATTEND-JOURNAL.
       3400-EXIT.
           EXIT.

       3450-LER-DIARIO.
           READ ATTEND-JOURNAL
               AT END
                   MOVE 'Y' TO WRK-EOF-DIARIO-SW
               NOT AT END
                   IF JRN-MATRICULA = PED-MATRICULA AND
                      JRN-DATA = PED-DATA-PROVA AND
                      JRN-JUSTIFICADA
                       MOVE 'S' TO WRK-ABONO-SW
                       MOVE JRN-MOTIVO TO WRK-MOTIVO-ABONO
                       MOVE 'Y' TO WRK-EOF-DIARIO-SW
                   END-IF
           END-READ.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DATA DA SEGUNDA CHAMADA: 7 DIAS CORRIDOS A FRENTE DO
      * PEDIDO, ROLADA ATE O PRIMEIRO DIA LETIVO
      *----------------------------------------------------------
       3500-AGENDAR-SEGUNDA.
           COMPUTE WRK-SEGUNDA-JULIANA =
               WRK-DATA-JULIANA + WRK-PRAZO-SEGUNDA.
           MOVE 'N' TO WRK-DIA-UTIL-SW.
           PERFORM 3550-ROLAR-DIA-UTIL THRU 3550-EXIT
               UNTIL WRK-DIA-UTIL.
           MOVE WRK-SEGUNDA-INTEIRA TO PED-DATA-SEGUNDA.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE A DATA CANDIDATA: FIM DE SEMANA (MESMA DERIVACAO
      * DO PROGCOBO3) OU FERIADO DO CALENDARIO EMPURRA A DATA UM
      * DIA PARA A FRENTE, ATE CAIR EM DIA LETIVO
      *----------------------------------------------------------
       3550-ROLAR-DIA-UTIL.
           COMPUTE WRK-SEGUNDA-INTEIRA =
               FUNCTION DATE-OF-INTEGER(WRK-SEGUNDA-JULIANA).
           COMPUTE WRK-DIA-SEMANA =
               FUNCTION MOD(WRK-SEGUNDA-JULIANA, 7) + 1.
           MOVE 'S' TO WRK-DIA-UTIL-SW.
           IF WRK-FIM-DE-SEMANA
               MOVE 'N' TO WRK-DIA-UTIL-SW
           ELSE
               COMPUTE WRK-MMDD =
                   WRK-SEGUNDA-MES * 100 + WRK-SEGUNDA-DIA
               PERFORM 3560-PROCURAR-FERIADO THRU 3560-EXIT
                   VARYING WRK-IDX-FER FROM 1 BY 1
                   UNTIL WRK-IDX-FER > WRK-QTDE-FERIADOS
           END-IF.
           IF NOT WRK-DIA-UTIL
               ADD 1 TO WRK-SEGUNDA-JULIANA
           END-IF.
       3550-EXIT.
           EXIT.

       3560-PROCURAR-FERIADO.
           IF WRK-MMDD = WRK-CAL-MMDD (WRK-IDX-FER)
               MOVE 'N' TO WRK-DIA-UTIL-SW
           END-IF.
       3560-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LANCA A NOTA DA SEGUNDA CHAMADA DE UM PEDIDO AGENDADO: A
      * PARTIR DA DATA AGENDADA E COM O BIMESTRE AINDA ABERTO, A
      * NOTA E GRAVADA NO DIARIO NO LUGAR DA QUE FALTAVA
      *----------------------------------------------------------
       4000-LANCAR-NOTA.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WRK-NUMERO-BUSCA FROM CONSOLE.
           PERFORM 4100-PROCURAR-PEDIDO THRU 4100-EXIT.
           IF NOT WRK-ACHOU
               DISPLAY 'PEDIDO NAO ENCONTRADO: ' WRK-NUMERO-BUSCA
               GO TO 4000-EXIT
           END-IF.
           MOVE WRK-PED-IMAGEM (WRK-IDX-PED) TO TAB-REGISTRO.
           IF NOT TAB-AGENDADA
               DISPLAY 'PEDIDO NAO ESTA AGENDADO (' TAB-STATUS ')'
               GO TO 4000-EXIT
           END-IF.
           IF WRK-DATA-HOJE < TAB-DATA-SEGUNDA
               DISPLAY 'SEGUNDA CHAMADA AGENDADA PARA '
                   TAB-DATA-SEGUNDA ' - NOTA AINDA NAO PODE SER '
                   'LANCADA'
               GO TO 4000-EXIT
           END-IF.
           IF WRK-BIM-STATUS (TAB-BIMESTRE) = 'F'
               DISPLAY 'NOTA RECUSADA - BIMESTRE ' TAB-BIMESTRE
                   ' JA FECHADO; A CORRECAO SEGUE PELO RECURSO '
                   'DE NOTA (PROGCOB48)'
               GO TO 4000-EXIT
           END-IF.
           DISPLAY 'NOTA DA SEGUNDA CHAMADA DE 0000 A 1000 '
               '(EX. 0650 = 6,50; BRANCO DESISTE): '.
           MOVE SPACES TO WRK-NOTA-ENTRADA.
           ACCEPT WRK-NOTA-ENTRADA FROM CONSOLE.
           PERFORM 4200-REVALIDAR-NOTA THRU 4200-EXIT
               UNTIL WRK-NOTA-ENTRADA = SPACES OR
                     (WRK-NOTA-ENTRADA NUMERIC AND
                      WRK-NOTA-VALOR <= WRK-NOTA-MAXIMA).
           IF WRK-NOTA-ENTRADA = SPACES
               DISPLAY 'LANCAMENTO CANCELADO - NADA ALTERADO'
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4300-GRAVAR-NO-DIARIO THRU 4300-EXIT.
           IF NOT WRK-NOTA-GRAVADA
               GO TO 4000-EXIT
           END-IF.
           SET TAB-CONCLUIDA TO TRUE.
           MOVE WRK-NOTA-VALOR TO TAB-NOTA.
           MOVE WRK-DATA-HOJE TO TAB-DATA-NOTA.
           MOVE TAB-REGISTRO TO WRK-PED-IMAGEM (WRK-IDX-PED).
           ADD 1 TO WRK-QTDE-ALTERACOES.
           DISPLAY 'PEDIDO ' TAB-NUMERO ' CONCLUIDO - NOTA '
               'GRAVADA NO DIARIO DE CLASSE'.
       4000-EXIT.
           EXIT.

       4100-PROCURAR-PEDIDO.
           MOVE 'N' TO WRK-ACHOU-SW.
           SET WRK-IDX-PED TO 1.
           PERFORM 4150-CONFERIR-UM THRU 4150-EXIT
               UNTIL WRK-ACHOU OR WRK-IDX-PED > WRK-QTDE-PEDIDOS.
       4100-EXIT.
           EXIT.

       4150-CONFERIR-UM.
           MOVE WRK-PED-IMAGEM (WRK-IDX-PED) TO TAB-REGISTRO.
           IF TAB-NUMERO = WRK-NUMERO-BUSCA
               MOVE 'S' TO WRK-ACHOU-SW
           ELSE
               SET WRK-IDX-PED UP BY 1
           END-IF.
       4150-EXIT.
           EXIT.

       4200-REVALIDAR-NOTA.
           DISPLAY 'NOTA INVALIDA (' WRK-NOTA-ENTRADA
               ') - INFORME DE 0000 A 1000 OU BRANCO'.
           MOVE SPACES TO WRK-NOTA-ENTRADA.
           ACCEPT WRK-NOTA-ENTRADA FROM CONSOLE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA (OU REGRAVA, SE O PROFESSOR JA TINHA LANCADO ALGO NO
      * LUGAR) A NOTA DO ALUNO NA AVALIACAO DO DIARIO, CARIMBADA
      * COM O NUMERO DO PEDIDO DE SEGUNDA CHAMADA
      *----------------------------------------------------------
       4300-GRAVAR-NO-DIARIO.
           MOVE 'N' TO WRK-NOTA-GRAVADA-SW.
           OPEN I-O ASSESSMENT-MARKS.
           IF WRK-FS-NOTA-AVAL = '35'
               OPEN OUTPUT ASSESSMENT-MARKS
               CLOSE ASSESSMENT-MARKS
               OPEN I-O ASSESSMENT-MARKS
           END-IF.
           IF WRK-FS-NOTA-AVAL NOT = '00'
               DISPLAY 'NOTAS DO DIARIO INDISPONIVEIS - FS '
                   WRK-FS-NOTA-AVAL
               GO TO 4300-EXIT
           END-IF.
           MOVE TAB-ANO TO AVN-ANO.
           MOVE TAB-TURMA TO AVN-TURMA.
           MOVE TAB-MATERIA TO AVN-MATERIA.
           MOVE TAB-BIMESTRE TO AVN-BIMESTRE.
           MOVE TAB-SEQUENCIA TO AVN-SEQUENCIA.
           MOVE TAB-MATRICULA TO AVN-MATRICULA.
           READ ASSESSMENT-MARKS
               INVALID KEY
                   MOVE 'N' TO WRK-NOTA-EXISTE-SW
               NOT INVALID KEY
                   MOVE 'S' TO WRK-NOTA-EXISTE-SW
                   DISPLAY 'NOTA ANTERIOR NO DIARIO (' AVN-NOTA
                       ') SUBSTITUIDA PELA SEGUNDA CHAMADA'
           END-READ.
           MOVE TAB-ANO TO AVN-ANO.
           MOVE TAB-TURMA TO AVN-TURMA.
           MOVE TAB-MATERIA TO AVN-MATERIA.
           MOVE TAB-BIMESTRE TO AVN-BIMESTRE.
           MOVE TAB-SEQUENCIA TO AVN-SEQUENCIA.
           MOVE TAB-MATRICULA TO AVN-MATRICULA.
           MOVE WRK-NOTA-VALOR TO AVN-NOTA.
           MOVE SPACES TO AVN-USUARIO.
           STRING 'SEG-CHAMADA ' DELIMITED BY SIZE
               TAB-NUMERO DELIMITED BY SIZE
               INTO AVN-USUARIO.
           MOVE WRK-DATA-HOJE TO AVN-DATA.
           IF WRK-NOTA-EXISTE
               REWRITE AVN-REGISTRO
           ELSE
               WRITE AVN-REGISTRO
           END-IF.
           IF WRK-FS-NOTA-AVAL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A NOTA NO DIARIO - FS '
                   WRK-FS-NOTA-AVAL
           ELSE
               MOVE 'S' TO WRK-NOTA-GRAVADA-SW
           END-IF.
           CLOSE ASSESSMENT-MARKS.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LISTA PARA A COORDENACAO OS PEDIDOS RECUSADOS E OS
      * AGENDADOS AINDA SEM NOTA (COM A DATA DA SEGUNDA CHAMADA)
      *----------------------------------------------------------
       5000-LISTAR-PEDIDOS.
           OPEN OUTPUT SECOND-CALL-REPORT.
           MOVE ZEROS TO WRK-QTDE-LISTADOS.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEGUNDA CHAMADA - PEDIDOS PARA A COORDENACAO - '
               DELIMITED BY SIZE
               WRK-DIA DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-MES DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  NUMERO  MATRICULA  MATERIA     B  PROVA     '
               DELIMITED BY SIZE
               'SITUACAO  DETALHE' DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTDE-PEDIDOS > ZEROS
               PERFORM 5100-LISTAR-UM THRU 5100-EXIT
                   VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL WRK-IDX-PED > WRK-QTDE-PEDIDOS
           END-IF.
           IF WRK-QTDE-LISTADOS = ZEROS
               MOVE 'NENHUM PEDIDO RECUSADO OU PENDENTE' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE SECOND-CALL-REPORT.
           DISPLAY 'PEDIDOS LISTADOS: ' WRK-QTDE-LISTADOS.
       5000-EXIT.
           EXIT.

       5100-LISTAR-UM.
           MOVE WRK-PED-IMAGEM (WRK-IDX-PED) TO TAB-REGISTRO.
           IF TAB-CONCLUIDA
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LISTADOS.
           MOVE TAB-NUMERO TO WRK-LP-NUMERO.
           MOVE TAB-MATRICULA TO WRK-LP-MATRICULA.
           MOVE TAB-MATERIA TO WRK-LP-MATERIA.
           MOVE TAB-BIMESTRE TO WRK-LP-BIMESTRE.
           MOVE TAB-DATA-PROVA TO WRK-LP-DATA-PROVA.
           MOVE SPACES TO WRK-LP-DETALHE.
           IF TAB-RECUSADA
               MOVE 'RECUSADO' TO WRK-LP-SITUACAO
               MOVE TAB-OBSERVACAO TO WRK-LP-DETALHE
           ELSE
               MOVE 'AGENDADO' TO WRK-LP-SITUACAO
               STRING 'EM ' DELIMITED BY SIZE
                   TAB-DATA-SEGUNDA DELIMITED BY SIZE
                   INTO WRK-LP-DETALHE
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-PEDIDO.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRAVA O ARQUIVO DE PEDIDOS INTEIRO A PARTIR DA TABELA
      *----------------------------------------------------------
       6000-REGRAVAR-ARQUIVO.
           OPEN OUTPUT SECOND-CALL.
           IF WRK-QTDE-PEDIDOS > ZEROS
               PERFORM 6100-GRAVAR-UM THRU 6100-EXIT
                   VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL WRK-IDX-PED > WRK-QTDE-PEDIDOS
           END-IF.
           CLOSE SECOND-CALL.
       6000-EXIT.
           EXIT.

       6100-GRAVAR-UM.
           MOVE WRK-PED-IMAGEM (WRK-IDX-PED) TO SCH-REGISTRO.
           WRITE SCH-REGISTRO.
       6100-EXIT.
           EXIT.

       8000-FINALIZAR.
           DISPLAY 'PEDIDOS NO ARQUIVO: ' WRK-QTDE-PEDIDOS.
           DISPLAY 'ALTERACOES NESTA SESSAO: ' WRK-QTDE-ALTERACOES.
       8000-EXIT.
           EXIT.
