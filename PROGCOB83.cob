       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB83.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Acerto financeiro do aluno desligado: para cada
      *            baixa de DESISTENTE ou TRANSFERIDO que o PROGCOB16
      *            anexou em DESLSOL (copybook DESLSOL) acerta as
      *            parcelas do aluno no carne CHRGSCHD (copybook
      *            CHRGREC) a partir da data efetiva. Parcela de mes
      *            posterior ao da saida fica CANCELADA (status X,
      *            fora da liberacao do PROGCOB66 e da remessa do
      *            PROGCOB57); a do mes da saida e cobrada pela
      *            regra do contrato do DESLPARM (proporcional aos
      *            dias frequentados sobre a base de 30 dias, ou mes
      *            integral). Cobranca ja faturada que deixa de ser
      *            devida sai do saldo pela transacao E (estorno) no
      *            TUITTXN, e o que ja tinha sido pago alem do devido
      *            vira credito a devolver a familia (transacao D,
      *            devolucao). Parcela vencida antes da saida e
      *            parcela de acordo de parcelamento seguem devidas.
      *            Cada acerto sai no demonstrativo DESLEXT enderecado
      *            ao responsavel do GUARDIAN-MASTER e no registro
      *            DESLREG (copybook DESLREC) que o PROGCOB59 leva a
      *            exportacao contabil. O carne e regravado em
      *            CHRGNEW (o JCL troca pelo vivo, padrao SWAP do
      *            TUITRET).
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Motivo do demonstrativo com 13 posicoes
      *                    (TRANSFERENCIA saia cortado).
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-PENDING ASSIGN TO "DESLSOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDENTES.
           SELECT CHARGE-SCHEDULE ASSIGN TO "CHRGSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARNE.
           SELECT CHARGE-NEW ASSIGN TO "CHRGNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARNE-NOVO.
           SELECT TUITION-TXN ASSIGN TO "TUITTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TXN.
           SELECT SETTLEMENT-REGISTER ASSIGN TO "DESLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REGISTRO.
           SELECT OPTIONAL SETTLEMENT-PARAMETERS ASSIGN TO "DESLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT OPTIONAL GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-MATRICULA
               FILE STATUS IS WRK-FS-RESPONSAVEL.
           SELECT SETTLEMENT-STATEMENT ASSIGN TO "DESLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-PENDING
           LABEL RECORDS ARE STANDARD.
       COPY DESLSOL REPLACING ==:PREFIXO:== BY ==DSL==.
       FD  CHARGE-SCHEDULE
           LABEL RECORDS ARE STANDARD.
       COPY CHRGREC REPLACING ==:PREFIXO:== BY ==CHG==.
       FD  CHARGE-NEW
           LABEL RECORDS ARE STANDARD.
       COPY CHRGREC REPLACING ==:PREFIXO:== BY ==NEW==.
       FD  TUITION-TXN
           LABEL RECORDS ARE STANDARD.
       01  TXN-REGISTRO.
           05 TXN-MATRICULA        PIC 9(07).
           05 TXN-TIPO             PIC X(01).
               88 TXN-ESTORNO          VALUE 'E'.
               88 TXN-DEVOLUCAO        VALUE 'D'.
           05 TXN-VALOR            PIC 9(07)V99.
           05 TXN-VENCIMENTO       PIC 9(08).
       FD  SETTLEMENT-REGISTER
           LABEL RECORDS ARE STANDARD.
       COPY DESLREC REPLACING ==:PREFIXO:== BY ==DRG==.
       FD  SETTLEMENT-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY DESLPARM REPLACING ==:PREFIXO:== BY ==DPM==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY GUARDREC REPLACING ==:PREFIXO:== BY ==GRD==.
       FD  SETTLEMENT-STATEMENT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-PENDENTES PIC X(02) VALUE '00'.
       77 WRK-FS-CARNE PIC X(02) VALUE '00'.
       77 WRK-FS-CARNE-NOVO PIC X(02) VALUE '00'.
       77 WRK-FS-TXN PIC X(02) VALUE '00'.
       77 WRK-FS-REGISTRO PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMETROS PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-RESPONSAVEL PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-PENDENTES-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PENDENTES VALUE 'Y'.
       77 WRK-EOF-CARNE-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CARNE VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-MASTER-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-RESPONSAVEL-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-RESPONSAVEL-ABERTO VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-IGNORADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CANCELADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PROPORCIONAIS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ESTORNOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-DEVOLUCOES PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ESTORNADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEVOLVER PIC 9(09)V99 VALUE ZEROS.
      *---------------------------------------------------------
      * REGRA DO CONTRATO PARA O MES DA SAIDA (COPYBOOK DESLPARM)
      *---------------------------------------------------------
       77 WRK-REGRA PIC X(01) VALUE 'P'.
           88 WRK-REGRA-PROPORCIONAL VALUE 'P'.
           88 WRK-REGRA-INTEGRAL VALUE 'I'.
       77 WRK-DIAS-BASE PIC 9(02) VALUE 30.
      *---------------------------------------------------------
      * BAIXAS DA CORRIDA, COM OS TOTAIS DO ACERTO DE CADA UMA
      *---------------------------------------------------------
       77 WRK-QTDE-ACE PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-ACERTOS.
           05 WRK-ACE-ITEM OCCURS 200 TIMES
                   INDEXED BY WRK-IDX-ACE.
               10 WRK-ACE-MATRICULA    PIC 9(07).
               10 WRK-ACE-MOTIVO       PIC X(01).
                   88 WRK-ACE-DESISTENCIA  VALUE 'D'.
               10 WRK-ACE-DATA-EFETIVA PIC 9(08).
               10 WRK-ACE-COMPETENCIA  PIC 9(06).
               10 WRK-ACE-DIAS-FREQ    PIC 9(02).
               10 WRK-ACE-DIAS-BASE    PIC 9(02).
               10 WRK-ACE-QTDE-CANC    PIC 9(02).
               10 WRK-ACE-CANCELADO    PIC 9(07)V99.
               10 WRK-ACE-PROPORCIONAL PIC 9(07)V99.
               10 WRK-ACE-ESTORNADO    PIC 9(07)V99.
               10 WRK-ACE-DEVOLVER     PIC 9(07)V99.
               10 WRK-ACE-EM-ABERTO    PIC 9(07)V99.
       77 WRK-ACE-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-ACE-ACHADO VALUE 'S'.
      *---------------------------------------------------------
      * PARCELAS ACERTADAS, GUARDADAS PARA O DEMONSTRATIVO DE
      * CADA ALUNO
      *---------------------------------------------------------
       77 WRK-QTDE-DET PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-DETALHES.
           05 WRK-DET-ITEM OCCURS 2000 TIMES
                   INDEXED BY WRK-IDX-DET.
               10 WRK-DET-ACERTO       PIC 9(03).
               10 WRK-DET-PARCELA      PIC 9(02).
               10 WRK-DET-VENCIMENTO   PIC 9(08).
               10 WRK-DET-VALOR        PIC 9(07)V99.
               10 WRK-DET-DEVIDO       PIC 9(07)V99.
               10 WRK-DET-CREDITO      PIC 9(07)V99.
               10 WRK-DET-SITUACAO     PIC X(01).
                   88 WRK-DET-EM-ABERTO    VALUE 'V'.
                   88 WRK-DET-PROPORCIONAL VALUE 'P'.
                   88 WRK-DET-INTEGRAL     VALUE 'I'.
                   88 WRK-DET-CANCELADA    VALUE 'C'.
       77 WRK-IDX-ACERTO PIC 9(03) VALUE ZEROS.
      *---------------------------------------------------------
      * APOIO DO ACERTO DE UMA PARCELA
      *---------------------------------------------------------
       77 WRK-COMPETENCIA-PARC PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-DEVIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-DIFERENCA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-CREDITO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SITUACAO-DET PIC X(01) VALUE SPACES.
       77 WRK-JULIANA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-PROXIMO PIC 9(08) VALUE ZEROS.
       77 WRK-MESES PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-TESTE PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-TESTE-GRUPO REDEFINES WRK-DATA-TESTE.
           05 WRK-TESTE-ANO PIC 9(04).
           05 WRK-TESTE-MES PIC 9(02).
           05 WRK-TESTE-DIA PIC 9(02).
       01  WRK-TAB-DIAS-MES VALUE '312931303130313130313031'.
           05 WRK-DIAS-MES PIC 9(02) OCCURS 12 TIMES.
       77 WRK-DATA-VALIDA-SW PIC X(01) VALUE 'N'.
           88 WRK-DATA-VALIDA VALUE 'S'.
       77 WRK-DATA-EDITADA PIC X(10) VALUE SPACES.
       77 WRK-RESPONSAVEL-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-RESPONSAVEL-ACHADO VALUE 'S'.
       01  WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-GRUPO REDEFINES WRK-DATA-AUX.
           05 WRK-AUX-ANO PIC 9(04).
           05 WRK-AUX-MES PIC 9(02).
           05 WRK-AUX-DIA PIC 9(02).
      *---------------------------------------------------------
      * LINHAS DO DEMONSTRATIVO DE ACERTO
      *---------------------------------------------------------
       01  WRK-LINHA-ALUNO.
           05 FILLER               PIC X(07) VALUE 'ALUNO: '.
           05 WRK-LA-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME          PIC X(20).
           05 FILLER               PIC X(10) VALUE '  MOTIVO: '.
           05 WRK-LA-MOTIVO        PIC X(13).
       01  WRK-LINHA-DATAS.
           05 FILLER               PIC X(14) VALUE 'DATA EFETIVA: '.
           05 WRK-LD-EFETIVA       PIC X(10).
           05 FILLER               PIC X(18) VALUE
                                       '  DATA DO ACERTO: '.
           05 WRK-LD-ACERTO        PIC X(10).
       01  WRK-LINHA-ENDERECO.
           05 FILLER               PIC X(05) VALUE 'A/C: '.
           05 WRK-LE-TEXTO         PIC X(30).
       01  WRK-LINHA-REGRA.
           05 FILLER               PIC X(14) VALUE 'MES DA SAIDA: '.
           05 WRK-LG-DIAS          PIC Z9.
           05 FILLER               PIC X(04) VALUE ' DE '.
           05 WRK-LG-BASE          PIC Z9.
           05 FILLER               PIC X(15) VALUE
                                       ' DIAS - REGRA: '.
           05 WRK-LG-REGRA         PIC X(12).
       01  WRK-LINHA-PARCELA.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-PARCELA       PIC 99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LP-VENCIMENTO    PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-VALOR         PIC ZZZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LP-SITUACAO      PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-DEVIDO        PIC ZZZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LP-CREDITO       PIC ZZZZZZ9,99.
       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-ROTULO        PIC X(36).
           05 WRK-LT-VALOR         PIC ZZZZZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 2000-ACERTAR-CARNE THRU 2000-EXIT
                   UNTIL WRK-EOF-CARNE
               PERFORM 3000-EMITIR-ACERTO THRU 3000-EXIT
                   VARYING WRK-IDX-ACE FROM 1 BY 1
                   UNTIL WRK-IDX-ACE > WRK-QTDE-ACE
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS, LE A REGRA DO CONTRATO E CARREGA AS
      * BAIXAS PENDENTES DE ACERTO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           OPEN INPUT SETTLEMENT-PENDING.
           OPEN INPUT CHARGE-SCHEDULE.
           OPEN OUTPUT SETTLEMENT-STATEMENT.
           IF WRK-FS-PENDENTES NOT = '00' OR
              WRK-FS-CARNE NOT = '00' OR
              WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - PENDENTES '
                   WRK-FS-PENDENTES ' CARNE ' WRK-FS-CARNE
                   ' DEMONSTRATIVO ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT CHARGE-NEW.
           OPEN EXTEND TUITION-TXN.
           IF WRK-FS-TXN = '35'
               OPEN OUTPUT TUITION-TXN
           END-IF.
           OPEN EXTEND SETTLEMENT-REGISTER.
           IF WRK-FS-REGISTRO = '35'
               OPEN OUTPUT SETTLEMENT-REGISTER
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER = '00'
               MOVE 'S' TO WRK-MASTER-ABERTO-SW
           END-IF.
           OPEN INPUT GUARDIAN-MASTER.
           IF WRK-FS-RESPONSAVEL = '00'
               MOVE 'S' TO WRK-RESPONSAVEL-ABERTO-SW
           END-IF.
           PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1100-CARREGAR-BAIXA THRU 1100-EXIT
               UNTIL WRK-EOF-PENDENTES.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRA DO MES DA SAIDA E BASE DE DIAS DO DESLPARM; SEM O
      * ARQUIVO (OU COM CAMPO INVALIDO) FICAM PROPORCIONAL E 30
      *----------------------------------------------------------
       1050-LER-PARAMETROS.
           OPEN INPUT SETTLEMENT-PARAMETERS.
           IF WRK-FS-PARAMETROS = '00'
               READ SETTLEMENT-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DPM-PROPORCIONAL OR DPM-INTEGRAL
                           MOVE DPM-REGRA TO WRK-REGRA
                       END-IF
                       IF DPM-DIAS-BASE NUMERIC AND
                          DPM-DIAS-BASE <= 31
                           MOVE DPM-DIAS-BASE TO WRK-DIAS-BASE
                       END-IF
               END-READ
               CLOSE SETTLEMENT-PARAMETERS
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA UMA BAIXA; MATRICULA OU MOTIVO INVALIDO E BAIXA
      * REPETIDA NA CORRIDA SAO IGNORADOS COM AVISO. DATA EFETIVA
      * INVALIDA VIRA A DATA DA CORRIDA.
      *----------------------------------------------------------
       1100-CARREGAR-BAIXA.
           READ SETTLEMENT-PENDING
               AT END
                   MOVE 'Y' TO WRK-EOF-PENDENTES-SW
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDAS.
           IF DSL-MATRICULA NOT NUMERIC OR DSL-MATRICULA = ZEROS OR
              (NOT DSL-DESISTENCIA AND NOT DSL-TRANSFERENCIA)
               ADD 1 TO WRK-QTDE-IGNORADAS
               DISPLAY 'BAIXA IGNORADA - MATRICULA OU MOTIVO '
                   'INVALIDO: ' DSL-REGISTRO
               GO TO 1100-EXIT
           END-IF.
           MOVE DSL-MATRICULA TO CHG-MATRICULA.
           PERFORM 2600-LOCALIZAR-ACERTO THRU 2600-EXIT.
           IF WRK-ACE-ACHADO
               ADD 1 TO WRK-QTDE-IGNORADAS
               DISPLAY 'BAIXA REPETIDA NA CORRIDA IGNORADA - '
                   'MATRICULA ' DSL-MATRICULA
               GO TO 1100-EXIT
           END-IF.
           IF WRK-QTDE-ACE >= 200
               ADD 1 TO WRK-QTDE-IGNORADAS
               DISPLAY 'ERRO - TABELA DE ACERTOS CHEIA, MATRICULA '
                   'FORA DA CORRIDA: ' DSL-MATRICULA
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ACE.
           SET WRK-IDX-ACE TO WRK-QTDE-ACE.
           MOVE DSL-MATRICULA TO WRK-ACE-MATRICULA (WRK-IDX-ACE).
           MOVE DSL-MOTIVO TO WRK-ACE-MOTIVO (WRK-IDX-ACE).
           MOVE DSL-DATA-EFETIVA TO WRK-DATA-TESTE.
           PERFORM 1300-VALIDAR-DATA THRU 1300-EXIT.
           IF NOT WRK-DATA-VALIDA
               DISPLAY 'ATENCAO - DATA EFETIVA INVALIDA, ACERTO NA '
                   'DATA DA CORRIDA - MATRICULA ' DSL-MATRICULA
               MOVE WRK-DATA-HOJE TO WRK-DATA-TESTE
           END-IF.
           MOVE WRK-DATA-TESTE TO WRK-ACE-DATA-EFETIVA (WRK-IDX-ACE).
           COMPUTE WRK-ACE-COMPETENCIA (WRK-IDX-ACE) =
               WRK-TESTE-ANO * 100 + WRK-TESTE-MES.
           PERFORM 1400-APURAR-DIAS THRU 1400-EXIT.
           MOVE ZEROS TO WRK-ACE-QTDE-CANC (WRK-IDX-ACE)
               WRK-ACE-CANCELADO (WRK-IDX-ACE)
               WRK-ACE-PROPORCIONAL (WRK-IDX-ACE)
               WRK-ACE-ESTORNADO (WRK-IDX-ACE)
               WRK-ACE-DEVOLVER (WRK-IDX-ACE)
               WRK-ACE-EM-ABERTO (WRK-IDX-ACE).
       1100-EXIT.
           EXIT.

       1300-VALIDAR-DATA.
           MOVE 'N' TO WRK-DATA-VALIDA-SW.
           IF WRK-DATA-TESTE NOT NUMERIC OR WRK-TESTE-ANO < 1900
               GO TO 1300-EXIT
           END-IF.
           IF WRK-TESTE-MES < 01 OR WRK-TESTE-MES > 12
               GO TO 1300-EXIT
           END-IF.
           IF WRK-TESTE-DIA < 01 OR
              WRK-TESTE-DIA > WRK-DIAS-MES (WRK-TESTE-MES)
               GO TO 1300-EXIT
           END-IF.
           MOVE 'S' TO WRK-DATA-VALIDA-SW.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DIAS FREQUENTADOS NO MES DA SAIDA (ATE O DIA DA DATA
      * EFETIVA) SOBRE A BASE DO CONTRATO; BASE ZERO USA OS DIAS
      * DO MES CIVIL, APURADOS PELA DIFERENCA ENTRE O DIA 1 DO MES
      * E O DIA 1 DO MES SEGUINTE
      *----------------------------------------------------------
       1400-APURAR-DIAS.
           MOVE WRK-TESTE-DIA TO WRK-ACE-DIAS-FREQ (WRK-IDX-ACE).
           MOVE WRK-DIAS-BASE TO WRK-ACE-DIAS-BASE (WRK-IDX-ACE).
           IF WRK-DIAS-BASE = ZEROS
               COMPUTE WRK-DATA-AUX =
                   WRK-TESTE-ANO * 10000 + WRK-TESTE-MES * 100 + 1
               COMPUTE WRK-JULIANA-INICIO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX)
               COMPUTE WRK-MESES = WRK-TESTE-ANO * 12 + WRK-TESTE-MES
               DIVIDE WRK-MESES BY 12 GIVING WRK-AUX-ANO
                   REMAINDER WRK-AUX-MES
               ADD 1 TO WRK-AUX-MES
               MOVE 01 TO WRK-AUX-DIA
               COMPUTE WRK-JULIANA-PROXIMO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX)
               COMPUTE WRK-ACE-DIAS-BASE (WRK-IDX-ACE) =
                   WRK-JULIANA-PROXIMO - WRK-JULIANA-INICIO
           END-IF.
           IF WRK-ACE-DIAS-FREQ (WRK-IDX-ACE) >
              WRK-ACE-DIAS-BASE (WRK-IDX-ACE)
               MOVE WRK-ACE-DIAS-BASE (WRK-IDX-ACE) TO
                   WRK-ACE-DIAS-FREQ (WRK-IDX-ACE)
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PASSADA UNICA DO CARNE: COPIA CADA PARCELA PARA O CHRGNEW,
      * ACERTANDO AS DOS ALUNOS BAIXADOS. PARCELA DE ACORDO,
      * RENEGOCIADA OU JA CANCELADA PASSA COMO ESTA.
      *----------------------------------------------------------
       2000-ACERTAR-CARNE.
           READ CHARGE-SCHEDULE
               AT END
                   MOVE 'Y' TO WRK-EOF-CARNE-SW
                   GO TO 2000-EXIT
           END-READ.
           MOVE CHG-REGISTRO TO NEW-REGISTRO.
           IF CHG-ACORDO NOT NUMERIC
               MOVE ZEROS TO NEW-ACORDO
           END-IF.
           PERFORM 2600-LOCALIZAR-ACERTO THRU 2600-EXIT.
           IF WRK-ACE-ACHADO AND NEW-ACORDO = ZEROS AND
              CHG-VENCIMENTO NUMERIC AND
              (CHG-ABERTA OR CHG-FATURADA OR CHG-PAGA)
               PERFORM 2100-ACERTAR-PARCELA THRU 2100-EXIT
           END-IF.
           WRITE NEW-REGISTRO.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ACERTA UMA PARCELA PELO MES DO VENCIMENTO CONTRA O MES DA
      * SAIDA: ANTERIOR SEGUE DEVIDA (SO ENTRA NO DEMONSTRATIVO SE
      * AINDA NAO FOI PAGA), O MES DA SAIDA E COBRADO PELA REGRA DO
      * CONTRATO E O POSTERIOR E CANCELADO
      *----------------------------------------------------------
       2100-ACERTAR-PARCELA.
           COMPUTE WRK-COMPETENCIA-PARC = CHG-VENCIMENTO / 100.
           MOVE ZEROS TO WRK-VALOR-CREDITO.
           IF WRK-COMPETENCIA-PARC <
              WRK-ACE-COMPETENCIA (WRK-IDX-ACE)
               IF CHG-PAGA
                   GO TO 2100-EXIT
               END-IF
               MOVE CHG-VALOR TO WRK-VALOR-DEVIDO
               MOVE 'V' TO WRK-SITUACAO-DET
               ADD CHG-VALOR TO WRK-ACE-EM-ABERTO (WRK-IDX-ACE)
               PERFORM 2500-GUARDAR-DETALHE THRU 2500-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WRK-COMPETENCIA-PARC =
              WRK-ACE-COMPETENCIA (WRK-IDX-ACE)
               PERFORM 2200-CALCULAR-PROPORCIONAL THRU 2200-EXIT
           ELSE
               MOVE ZEROS TO WRK-VALOR-DEVIDO
               MOVE 'C' TO WRK-SITUACAO-DET
           END-IF.
           COMPUTE WRK-VALOR-DIFERENCA = CHG-VALOR - WRK-VALOR-DEVIDO.
           ADD WRK-VALOR-DIFERENCA TO WRK-ACE-CANCELADO (WRK-IDX-ACE).
           IF WRK-VALOR-DEVIDO = ZEROS
               SET NEW-CANCELADA TO TRUE
               MOVE 'C' TO WRK-SITUACAO-DET
               ADD 1 TO WRK-ACE-QTDE-CANC (WRK-IDX-ACE)
               ADD 1 TO WRK-QTDE-CANCELADAS
           ELSE
               ADD WRK-VALOR-DEVIDO TO
                   WRK-ACE-PROPORCIONAL (WRK-IDX-ACE)
               ADD 1 TO WRK-QTDE-PROPORCIONAIS
           END-IF.
           IF CHG-ABERTA
               IF WRK-VALOR-DEVIDO > ZEROS
                   MOVE WRK-VALOR-DEVIDO TO NEW-VALOR
                   ADD WRK-VALOR-DEVIDO TO
                       WRK-ACE-EM-ABERTO (WRK-IDX-ACE)
               END-IF
           END-IF.
           IF CHG-FATURADA
               IF WRK-VALOR-DEVIDO > ZEROS
                   MOVE WRK-VALOR-DEVIDO TO NEW-VALOR
                   ADD WRK-VALOR-DEVIDO TO
                       WRK-ACE-EM-ABERTO (WRK-IDX-ACE)
               END-IF
               PERFORM 2300-GRAVAR-ESTORNO THRU 2300-EXIT
           END-IF.
           IF CHG-PAGA
               MOVE WRK-VALOR-DIFERENCA TO WRK-VALOR-CREDITO
               PERFORM 2400-GRAVAR-DEVOLUCAO THRU 2400-EXIT
               PERFORM 2300-GRAVAR-ESTORNO THRU 2300-EXIT
           END-IF.
           PERFORM 2500-GUARDAR-DETALHE THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PARCELA DO MES DA SAIDA: NA REGRA PROPORCIONAL E DEVIDA
      * NA RAZAO DIAS FREQUENTADOS / BASE; NA INTEGRAL, INTEIRA
      *----------------------------------------------------------
       2200-CALCULAR-PROPORCIONAL.
           IF WRK-REGRA-INTEGRAL OR
              WRK-ACE-DIAS-FREQ (WRK-IDX-ACE) >=
                  WRK-ACE-DIAS-BASE (WRK-IDX-ACE)
               MOVE CHG-VALOR TO WRK-VALOR-DEVIDO
               MOVE 'I' TO WRK-SITUACAO-DET
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WRK-VALOR-DEVIDO ROUNDED = CHG-VALOR *
               WRK-ACE-DIAS-FREQ (WRK-IDX-ACE) /
               WRK-ACE-DIAS-BASE (WRK-IDX-ACE).
           MOVE 'P' TO WRK-SITUACAO-DET.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * COBRANCA JA FATURADA QUE DEIXOU DE SER DEVIDA: TRANSACAO E
      * NA COMPETENCIA DA PARCELA, ABATENDO O SALDO DO MESTRE
      *----------------------------------------------------------
       2300-GRAVAR-ESTORNO.
           IF WRK-VALOR-DIFERENCA = ZEROS
               GO TO 2300-EXIT
           END-IF.
           MOVE CHG-MATRICULA TO TXN-MATRICULA.
           SET TXN-ESTORNO TO TRUE.
           MOVE WRK-VALOR-DIFERENCA TO TXN-VALOR.
           MOVE CHG-VENCIMENTO TO TXN-VENCIMENTO.
           WRITE TXN-REGISTRO.
           ADD 1 TO WRK-QTDE-ESTORNOS.
           ADD WRK-VALOR-DIFERENCA TO WRK-TOTAL-ESTORNADO.
           ADD WRK-VALOR-DIFERENCA TO
               WRK-ACE-ESTORNADO (WRK-IDX-ACE).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PAGO ALEM DO DEVIDO: CREDITO A DEVOLVER A FAMILIA. A
      * TRANSACAO D VAI ANTES DO ESTORNO DA MESMA PARCELA, PARA O
      * SALDO DO MESTRE NAO PASSAR POR NEGATIVO E PERDER O
      * VENCIMENTO EM ABERTO DE UMA DIVIDA ANTERIOR
      *----------------------------------------------------------
       2400-GRAVAR-DEVOLUCAO.
           IF WRK-VALOR-CREDITO = ZEROS
               GO TO 2400-EXIT
           END-IF.
           MOVE CHG-MATRICULA TO TXN-MATRICULA.
           SET TXN-DEVOLUCAO TO TRUE.
           MOVE WRK-VALOR-CREDITO TO TXN-VALOR.
           MOVE WRK-DATA-HOJE TO TXN-VENCIMENTO.
           WRITE TXN-REGISTRO.
           ADD 1 TO WRK-QTDE-DEVOLUCOES.
           ADD WRK-VALOR-CREDITO TO WRK-TOTAL-DEVOLVER.
           ADD WRK-VALOR-CREDITO TO WRK-ACE-DEVOLVER (WRK-IDX-ACE).
       2400-EXIT.
           EXIT.

       2500-GUARDAR-DETALHE.
           IF WRK-QTDE-DET >= 2000
               DISPLAY 'ATENCAO - TABELA DE PARCELAS CHEIA, PARCELA '
                   'FORA DO DEMONSTRATIVO: ' CHG-MATRICULA '/'
                   CHG-PARCELA
               MOVE 4 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DET.
           SET WRK-IDX-DET TO WRK-QTDE-DET.
           SET WRK-IDX-ACERTO TO WRK-IDX-ACE.
           MOVE WRK-IDX-ACERTO TO WRK-DET-ACERTO (WRK-IDX-DET).
           MOVE CHG-PARCELA TO WRK-DET-PARCELA (WRK-IDX-DET).
           MOVE CHG-VENCIMENTO TO WRK-DET-VENCIMENTO (WRK-IDX-DET).
           MOVE CHG-VALOR TO WRK-DET-VALOR (WRK-IDX-DET).
           MOVE WRK-VALOR-DEVIDO TO WRK-DET-DEVIDO (WRK-IDX-DET).
           MOVE WRK-VALOR-CREDITO TO WRK-DET-CREDITO (WRK-IDX-DET).
           MOVE WRK-SITUACAO-DET TO WRK-DET-SITUACAO (WRK-IDX-DET).
       2500-EXIT.
           EXIT.

       2600-LOCALIZAR-ACERTO.
           MOVE 'N' TO WRK-ACE-ACHADO-SW.
           IF WRK-QTDE-ACE = ZEROS
               GO TO 2600-EXIT
           END-IF.
           SET WRK-IDX-ACE TO 1.
           SEARCH WRK-ACE-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-ACE > WRK-QTDE-ACE
                   CONTINUE
               WHEN WRK-ACE-MATRICULA (WRK-IDX-ACE) = CHG-MATRICULA
                   MOVE 'S' TO WRK-ACE-ACHADO-SW
           END-SEARCH.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA O ACERTO DE UM ALUNO: GRAVA O REGISTRO DESLREG PARA
      * A EXPORTACAO CONTABIL E EMITE O DEMONSTRATIVO A FAMILIA
      *----------------------------------------------------------
       3000-EMITIR-ACERTO.
           MOVE WRK-ACE-MATRICULA (WRK-IDX-ACE) TO DRG-MATRICULA.
           MOVE WRK-ACE-MOTIVO (WRK-IDX-ACE) TO DRG-MOTIVO.
           MOVE WRK-ACE-DATA-EFETIVA (WRK-IDX-ACE) TO
               DRG-DATA-EFETIVA.
           MOVE WRK-DATA-HOJE TO DRG-DATA-ACERTO.
           MOVE WRK-ACE-QTDE-CANC (WRK-IDX-ACE) TO
               DRG-QTDE-CANCELADAS.
           MOVE WRK-ACE-CANCELADO (WRK-IDX-ACE) TO
               DRG-VALOR-CANCELADO.
           MOVE WRK-ACE-PROPORCIONAL (WRK-IDX-ACE) TO
               DRG-VALOR-PROPORCIONAL.
           MOVE WRK-ACE-ESTORNADO (WRK-IDX-ACE) TO
               DRG-VALOR-ESTORNADO.
           MOVE WRK-ACE-DEVOLVER (WRK-IDX-ACE) TO DRG-VALOR-DEVOLVER.
           MOVE WRK-ACE-EM-ABERTO (WRK-IDX-ACE) TO
               DRG-VALOR-EM-ABERTO.
           WRITE DRG-REGISTRO.
           PERFORM 3100-CABECALHO-DEMONSTRATIVO THRU 3100-EXIT.
           PERFORM 3200-LISTAR-PARCELA THRU 3200-EXIT
               VARYING WRK-IDX-DET FROM 1 BY 1
               UNTIL WRK-IDX-DET > WRK-QTDE-DET.
           PERFORM 3300-TOTAIS-DEMONSTRATIVO THRU 3300-EXIT.
           DISPLAY 'ACERTO DA MATRICULA ' DRG-MATRICULA
               ' - CANCELADAS ' DRG-QTDE-CANCELADAS
               ' - ESTORNADO ' DRG-VALOR-ESTORNADO
               ' - A DEVOLVER ' DRG-VALOR-DEVOLVER.
       3000-EXIT.
           EXIT.

       3100-CABECALHO-DEMONSTRATIVO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'DEMONSTRATIVO DE ACERTO FINANCEIRO - DESLIGAMENTO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE DRG-MATRICULA TO WRK-LA-MATRICULA.
           MOVE 'NAO CADASTRADO' TO WRK-LA-NOME.
           IF WRK-MASTER-ABERTO
               MOVE DRG-MATRICULA TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NOME TO WRK-LA-NOME
               END-READ
           END-IF.
           IF DRG-DESISTENCIA
               MOVE 'DESISTENCIA' TO WRK-LA-MOTIVO
           ELSE
               MOVE 'TRANSFERENCIA' TO WRK-LA-MOTIVO
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-ALUNO.
           MOVE DRG-DATA-EFETIVA TO WRK-DATA-AUX.
           PERFORM 3900-FORMATAR-DATA THRU 3900-EXIT.
           MOVE WRK-DATA-EDITADA TO WRK-LD-EFETIVA.
           MOVE DRG-DATA-ACERTO TO WRK-DATA-AUX.
           PERFORM 3900-FORMATAR-DATA THRU 3900-EXIT.
           MOVE WRK-DATA-EDITADA TO WRK-LD-ACERTO.
           WRITE REL-LINHA FROM WRK-LINHA-DATAS.
           MOVE 'RESPONSAVEL NAO CADASTRADO' TO WRK-LE-TEXTO.
           MOVE 'N' TO WRK-RESPONSAVEL-ACHADO-SW.
           IF WRK-RESPONSAVEL-ABERTO
               MOVE DRG-MATRICULA TO GRD-MATRICULA
               READ GUARDIAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-RESPONSAVEL-ACHADO-SW
                       MOVE GRD-RESPONSAVEL TO WRK-LE-TEXTO
               END-READ
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-ENDERECO.
           IF WRK-RESPONSAVEL-ACHADO
               MOVE SPACES TO REL-LINHA
               MOVE GRD-ENDERECO1 TO REL-LINHA (6:30)
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               MOVE GRD-ENDERECO2 TO REL-LINHA (6:30)
               WRITE REL-LINHA
           END-IF.
           MOVE WRK-ACE-DIAS-FREQ (WRK-IDX-ACE) TO WRK-LG-DIAS.
           MOVE WRK-ACE-DIAS-BASE (WRK-IDX-ACE) TO WRK-LG-BASE.
           IF WRK-REGRA-INTEGRAL
               MOVE 'MES INTEGRAL' TO WRK-LG-REGRA
           ELSE
               MOVE 'PROPORCIONAL' TO WRK-LG-REGRA
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-REGRA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE
            'PARC VENCIMENTO      VALOR  SITUACAO          DEVIDO'
               TO REL-LINHA.
           MOVE '     CREDITO' TO REL-LINHA (54:12).
           WRITE REL-LINHA.
       3100-EXIT.
           EXIT.

       3200-LISTAR-PARCELA.
           SET WRK-IDX-ACERTO TO WRK-IDX-ACE.
           IF WRK-DET-ACERTO (WRK-IDX-DET) NOT = WRK-IDX-ACERTO
               GO TO 3200-EXIT
           END-IF.
           MOVE WRK-DET-PARCELA (WRK-IDX-DET) TO WRK-LP-PARCELA.
           MOVE WRK-DET-VENCIMENTO (WRK-IDX-DET) TO WRK-DATA-AUX.
           PERFORM 3900-FORMATAR-DATA THRU 3900-EXIT.
           MOVE WRK-DATA-EDITADA TO WRK-LP-VENCIMENTO.
           MOVE WRK-DET-VALOR (WRK-IDX-DET) TO WRK-LP-VALOR.
           MOVE WRK-DET-DEVIDO (WRK-IDX-DET) TO WRK-LP-DEVIDO.
           MOVE WRK-DET-CREDITO (WRK-IDX-DET) TO WRK-LP-CREDITO.
           EVALUATE TRUE
               WHEN WRK-DET-EM-ABERTO (WRK-IDX-DET)
                   MOVE 'EM ABERTO' TO WRK-LP-SITUACAO
               WHEN WRK-DET-PROPORCIONAL (WRK-IDX-DET)
                   MOVE 'PROPORCIONAL' TO WRK-LP-SITUACAO
               WHEN WRK-DET-INTEGRAL (WRK-IDX-DET)
                   MOVE 'MES INTEGRAL' TO WRK-LP-SITUACAO
               WHEN OTHER
                   MOVE 'CANCELADA' TO WRK-LP-SITUACAO
           END-EVALUATE.
           WRITE REL-LINHA FROM WRK-LINHA-PARCELA.
       3200-EXIT.
           EXIT.

       3300-TOTAIS-DEMONSTRATIVO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'VALOR CANCELADO (NAO SERA COBRADO):' TO
               WRK-LT-ROTULO.
           MOVE DRG-VALOR-CANCELADO TO WRK-LT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'COBRANCA JA FATURADA ESTORNADA:' TO WRK-LT-ROTULO.
           MOVE DRG-VALOR-ESTORNADO TO WRK-LT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'CREDITO A DEVOLVER A FAMILIA:' TO WRK-LT-ROTULO.
           MOVE DRG-VALOR-DEVOLVER TO WRK-LT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'SALDO AINDA DEVIDO:' TO WRK-LT-ROTULO.
           MOVE DRG-VALOR-EM-ABERTO TO WRK-LT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DATA AAAAMMDD DE WRK-DATA-AUX EDITADA EM DD/MM/AAAA
      *----------------------------------------------------------
       3900-FORMATAR-DATA.
           MOVE SPACES TO WRK-DATA-EDITADA.
           STRING WRK-AUX-DIA '/' WRK-AUX-MES '/' WRK-AUX-ANO
               DELIMITED BY SIZE INTO WRK-DATA-EDITADA.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE CHARGE-NEW
               CLOSE TUITION-TXN
               CLOSE SETTLEMENT-REGISTER
           END-IF.
           IF WRK-MASTER-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           IF WRK-RESPONSAVEL-ABERTO
               CLOSE GUARDIAN-MASTER
           END-IF.
           CLOSE SETTLEMENT-PENDING.
           CLOSE CHARGE-SCHEDULE.
           CLOSE SETTLEMENT-STATEMENT.
           DISPLAY 'BAIXAS PENDENTES LIDAS: ' WRK-QTDE-LIDAS.
           DISPLAY 'BAIXAS IGNORADAS: ' WRK-QTDE-IGNORADAS.
           DISPLAY 'ACERTOS EMITIDOS: ' WRK-QTDE-ACE.
           DISPLAY 'PARCELAS CANCELADAS: ' WRK-QTDE-CANCELADAS.
           DISPLAY 'PARCELAS DO MES DA SAIDA ACERTADAS: '
               WRK-QTDE-PROPORCIONAIS.
           DISPLAY 'ESTORNOS (TRANSACOES E): ' WRK-QTDE-ESTORNOS
               ' - VALOR ' WRK-TOTAL-ESTORNADO.
           DISPLAY 'DEVOLUCOES (TRANSACOES D): ' WRK-QTDE-DEVOLUCOES
               ' - VALOR ' WRK-TOTAL-DEVOLVER.
       8000-EXIT.
           EXIT.
