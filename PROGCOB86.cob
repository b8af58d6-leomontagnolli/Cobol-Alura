       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB86.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Declaracoes financeiras anuais do ano-base (o ano
      *            civil anterior ao da execucao): a declaracao anual
      *            de quitacao de debitos, emitida em DECLQUIT a quem
      *            tem todas as parcelas do carne CHRGSCHD (copybook
      *            CHRGREC) com vencimento no ano-base PAGAS, sem
      *            parcela de acordo de parcelamento ainda em aberto;
      *            e o demonstrativo de mensalidades pagas para o
      *            imposto de renda, emitido em INFORMIR a quem pagou
      *            alguma coisa, com o total pago por aluno e por mes
      *            (pagamento, multa e juros do TUITTXN, menos a
      *            devolucao do acerto de desligamento). O
      *            destinatario e a familia do cadastro do PROGCOB60
      *            (FAMMSTR + FAMXREF, um documento para todos os
      *            irmaos) ou, para o aluno sem familia, o
      *            responsavel do GUARDIAN-MASTER. Cada documento
      *            recebe o numero sequencial do controle DECLCTL e
      *            fica gravado no log DECLLOG, os mesmos das
      *            declaracoes do PROGCOB55 (tipos Q e I).
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
           SELECT CHARGE-SCHEDULE ASSIGN TO "CHRGSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARNE.
           SELECT OPTIONAL TUITION-TXN ASSIGN TO "TUITTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TXN.
           SELECT OPTIONAL FAMILY-MASTER ASSIGN TO "FAMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAMILIA.
           SELECT OPTIONAL FAMILY-XREF ASSIGN TO "FAMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VINCULO.
           SELECT OPTIONAL GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MATRICULA
               FILE STATUS IS WRK-FS-RESPONSAVEL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT OPTIONAL DECLARATION-CONTROL ASSIGN TO "DECLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT DECLARATION-LOG ASSIGN TO "DECLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT CLEARANCE-PRINT ASSIGN TO "DECLQUIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-QUITACAO.
           SELECT PAID-STATEMENT ASSIGN TO "INFORMIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INFORME.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-SCHEDULE
           LABEL RECORDS ARE STANDARD.
       COPY CHRGREC REPLACING ==:PREFIXO:== BY ==CHG==.
       FD  TUITION-TXN
           LABEL RECORDS ARE STANDARD.
       01  TXN-REGISTRO.
           05 TXN-MATRICULA        PIC 9(07).
           05 TXN-TIPO             PIC X(01).
               88 TXN-PAGAMENTO        VALUE 'P'.
               88 TXN-MULTA            VALUE 'M'.
               88 TXN-JUROS            VALUE 'J'.
               88 TXN-DEVOLUCAO        VALUE 'D'.
           05 TXN-VALOR            PIC 9(07)V99.
           05 TXN-VENCIMENTO       PIC 9(08).
       FD  FAMILY-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY FAMREC REPLACING ==:PREFIXO:== BY ==FAM==.
       FD  FAMILY-XREF
           LABEL RECORDS ARE STANDARD.
       COPY FAMXREF REPLACING ==:PREFIXO:== BY ==XRF==.
       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY GUARDREC REPLACING ==:PREFIXO:== BY ==GM==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  DECLARATION-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  CTL-REGISTRO.
           05 CTL-ULTIMO-NUMERO    PIC 9(06).
       FD  DECLARATION-LOG
           LABEL RECORDS ARE STANDARD.
       01  LOG-REGISTRO.
           05 LOG-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LOG-TIPO             PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LOG-MATRICULA        PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LOG-SOLICITANTE      PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LOG-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LOG-USUARIO          PIC X(20).
       FD  CLEARANCE-PRINT
           LABEL RECORDS ARE STANDARD.
       01  QUI-LINHA                PIC X(80).
       FD  PAID-STATEMENT
           LABEL RECORDS ARE STANDARD.
       01  INF-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-CARNE PIC X(02) VALUE '00'.
       77 WRK-FS-TXN PIC X(02) VALUE '00'.
       77 WRK-FS-FAMILIA PIC X(02) VALUE '00'.
       77 WRK-FS-VINCULO PIC X(02) VALUE '00'.
       77 WRK-FS-RESPONSAVEL PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-CONTROLE PIC X(02) VALUE '00'.
       77 WRK-FS-LOG PIC X(02) VALUE '00'.
       77 WRK-FS-QUITACAO PIC X(02) VALUE '00'.
       77 WRK-FS-INFORME PIC X(02) VALUE '00'.
       77 WRK-EOF-CARNE-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CARNE VALUE 'Y'.
       77 WRK-EOF-TXN-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-TXN VALUE 'Y'.
       77 WRK-EOF-FAMILIA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-FAMILIA VALUE 'Y'.
       77 WRK-EOF-VINCULO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-VINCULO VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-RESPONSAVEL-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-RESPONSAVEL-ABERTO VALUE 'S'.
       77 WRK-MASTER-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-LIMITE-ESTOURADO-SW PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-ESTOURADO VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-BASE PIC 9(04) VALUE ZEROS.
       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-USUARIO PIC X(20) VALUE 'PROGCOB86'.
       77 WRK-QTDE-QUITACOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-INFORMES PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PENDENTES PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * CADASTRO DE FAMILIAS E CROSS-REFERENCE DO PROGCOB60
      *---------------------------------------------------------
       77 WRK-QTDE-FAMILIAS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-FAMILIAS.
           05 WRK-FAM-ITEM OCCURS 600 TIMES
                   INDEXED BY WRK-IDX-FAM.
               10 WRK-FAM-ID          PIC 9(06).
               10 WRK-FAM-RESPONSAVEL PIC X(30).
               10 WRK-FAM-ENDERECO1   PIC X(30).
               10 WRK-FAM-ENDERECO2   PIC X(30).
       77 WRK-QTDE-VINCULOS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-VINCULOS.
           05 WRK-VIN-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-VIN.
               10 WRK-VIN-MATRICULA PIC 9(07).
               10 WRK-VIN-FAMILIA   PIC 9(06).
       77 WRK-FAMILIA-ALUNO PIC 9(06) VALUE ZEROS.
       77 WRK-FAM-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-FAM-ACHADA VALUE 'S'.
      *---------------------------------------------------------
      * ALUNOS DO ANO-BASE: PARCELAS PAGAS E EM ABERTO E O VALOR
      * PAGO EM CADA MES DE COMPETENCIA
      *---------------------------------------------------------
       77 WRK-QTDE-ALU PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ALUNOS.
           05 WRK-ALU-ITEM OCCURS 1500 TIMES
                   INDEXED BY WRK-IDX-ALU.
               10 WRK-ALU-MATRICULA  PIC 9(07).
               10 WRK-ALU-UNIDADE    PIC 9(04).
               10 WRK-ALU-PAGAS      PIC 9(03).
               10 WRK-ALU-PENDENTES  PIC 9(03).
               10 WRK-ALU-TOTAL      PIC S9(07)V99.
               10 WRK-ALU-MES-PAGO   PIC S9(07)V99 OCCURS 12 TIMES.
       77 WRK-ALU-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-ALU-ACHADO VALUE 'S'.
       77 WRK-MATRICULA-BUSCA PIC 9(07) VALUE ZEROS.
       77 WRK-IDX-MES PIC 9(02) VALUE ZEROS.
      *---------------------------------------------------------
      * DESTINATARIOS: A FAMILIA (TIPO F, CHAVE = ID DA FAMILIA)
      * OU O ALUNO SEM FAMILIA (TIPO A, CHAVE = MATRICULA)
      *---------------------------------------------------------
       77 WRK-QTDE-UNI PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-UNIDADES.
           05 WRK-UNI-ITEM OCCURS 1500 TIMES
                   INDEXED BY WRK-IDX-UNI.
               10 WRK-UNI-TIPO       PIC X(01).
                   88 WRK-UNI-FAMILIA     VALUE 'F'.
               10 WRK-UNI-CHAVE      PIC 9(07).
               10 WRK-UNI-PRIMEIRO   PIC 9(07).
               10 WRK-UNI-PAGAS      PIC 9(04).
               10 WRK-UNI-PENDENTES  PIC 9(04).
               10 WRK-UNI-TOTAL      PIC S9(07)V99.
       77 WRK-UNI-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-UNI-ACHADA VALUE 'S'.
       77 WRK-UNI-TIPO-BUSCA PIC X(01) VALUE SPACES.
       77 WRK-UNI-CHAVE-BUSCA PIC 9(07) VALUE ZEROS.
       77 WRK-IDX-UNIDADE PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------------
      * DOCUMENTO CORRENTE
      *---------------------------------------------------------
       77 WRK-NUMERO-DOCUMENTO PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO-DOCUMENTO PIC X(01) VALUE SPACES.
       77 WRK-RESPONSAVEL PIC X(30) VALUE SPACES.
       77 WRK-ENDERECO1 PIC X(30) VALUE SPACES.
       77 WRK-ENDERECO2 PIC X(30) VALUE SPACES.
       77 WRK-NOME-ALUNO PIC X(20) VALUE SPACES.
       77 WRK-VALOR-EXIBE PIC -ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-GRUPO REDEFINES WRK-DATA-AUX.
           05 WRK-AUX-ANO PIC 9(04).
           05 WRK-AUX-MES PIC 9(02).
           05 WRK-AUX-DIA PIC 9(02).
      *---------------------------------------------------------
      * LINHAS DOS DOCUMENTOS
      *---------------------------------------------------------
       01  WRK-LINHA-ALUNO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-LA-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-NOME          PIC X(20).
       01  WRK-LINHA-MES.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'COMPETENCIA '.
           05 WRK-LM-MES           PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-LM-ANO           PIC 9(04).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-LM-VALOR         PIC -ZZZ.ZZ9,99.
       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-LT-ROTULO        PIC X(30).
           05 WRK-LT-VALOR         PIC -Z.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 2000-APURAR-PARCELA THRU 2000-EXIT
                   UNTIL WRK-EOF-CARNE
               PERFORM 2500-APURAR-PAGAMENTO THRU 2500-EXIT
                   UNTIL WRK-EOF-TXN
               PERFORM 3000-AGRUPAR-ALUNO THRU 3000-EXIT
                   VARYING WRK-IDX-ALU FROM 1 BY 1
                   UNTIL WRK-IDX-ALU > WRK-QTDE-ALU
               PERFORM 4000-EMITIR-DOCUMENTOS THRU 4000-EXIT
                   VARYING WRK-IDX-UNI FROM 1 BY 1
                   UNTIL WRK-IDX-UNI > WRK-QTDE-UNI
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           IF WRK-LIMITE-ESTOURADO
               DISPLAY 'ERRO - CADASTRO OU CARNE MAIOR QUE AS '
                   'TABELAS: HA DOCUMENTO NAO EMITIDO OU '
                   'INCOMPLETO - AMPLIAR AS TABELAS'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS, FIXA O ANO-BASE E CARREGA O CADASTRO DE
      * FAMILIAS E O ULTIMO NUMERO DE DECLARACAO USADO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-ANO-BASE = WRK-ANO - 1.
           DISPLAY 'DECLARACOES FINANCEIRAS ANUAIS - ANO-BASE '
               WRK-ANO-BASE.
           OPEN INPUT CHARGE-SCHEDULE.
           OPEN OUTPUT CLEARANCE-PRINT.
           OPEN OUTPUT PAID-STATEMENT.
           IF WRK-FS-CARNE NOT = '00' OR
              WRK-FS-QUITACAO NOT = '00' OR
              WRK-FS-INFORME NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CARNE '
                   WRK-FS-CARNE ' QUITACAO ' WRK-FS-QUITACAO
                   ' INFORME ' WRK-FS-INFORME
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND DECLARATION-LOG.
           IF WRK-FS-LOG = '35'
               OPEN OUTPUT DECLARATION-LOG
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           OPEN INPUT TUITION-TXN.
           IF WRK-FS-TXN NOT = '00'
               MOVE 'Y' TO WRK-EOF-TXN-SW
           END-IF.
           OPEN INPUT GUARDIAN-MASTER.
           IF WRK-FS-RESPONSAVEL = '00'
               MOVE 'S' TO WRK-RESPONSAVEL-ABERTO-SW
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER = '00'
               MOVE 'S' TO WRK-MASTER-ABERTO-SW
           END-IF.
           OPEN INPUT FAMILY-MASTER.
           IF WRK-FS-FAMILIA = '00'
               PERFORM 1100-LER-FAMILIA THRU 1100-EXIT
                   UNTIL WRK-EOF-FAMILIA
           END-IF.
           CLOSE FAMILY-MASTER.
           OPEN INPUT FAMILY-XREF.
           IF WRK-FS-VINCULO = '00'
               PERFORM 1150-LER-VINCULO THRU 1150-EXIT
                   UNTIL WRK-EOF-VINCULO
           END-IF.
           CLOSE FAMILY-XREF.
           PERFORM 1200-LER-CONTROLE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-LER-FAMILIA.
           READ FAMILY-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-FAMILIA-SW
               NOT AT END
                   IF WRK-QTDE-FAMILIAS < 600
                       ADD 1 TO WRK-QTDE-FAMILIAS
                       MOVE FAM-FAMILIA TO
                           WRK-FAM-ID (WRK-QTDE-FAMILIAS)
                       MOVE FAM-RESPONSAVEL TO
                           WRK-FAM-RESPONSAVEL (WRK-QTDE-FAMILIAS)
                       MOVE FAM-ENDERECO1 TO
                           WRK-FAM-ENDERECO1 (WRK-QTDE-FAMILIAS)
                       MOVE FAM-ENDERECO2 TO
                           WRK-FAM-ENDERECO2 (WRK-QTDE-FAMILIAS)
                   ELSE
                       MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1150-LER-VINCULO.
           READ FAMILY-XREF
               AT END
                   MOVE 'Y' TO WRK-EOF-VINCULO-SW
               NOT AT END
                   IF WRK-QTDE-VINCULOS < 1000
                       ADD 1 TO WRK-QTDE-VINCULOS
                       MOVE XRF-MATRICULA TO
                           WRK-VIN-MATRICULA (WRK-QTDE-VINCULOS)
                       MOVE XRF-FAMILIA TO
                           WRK-VIN-FAMILIA (WRK-QTDE-VINCULOS)
                   ELSE
                       MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ULTIMO NUMERO DE DECLARACAO USADO (CONTROLE DECLCTL DO
      * PROGCOB55); SEM O ARQUIVO A NUMERACAO COMECA EM 1
      *----------------------------------------------------------
       1200-LER-CONTROLE.
           OPEN INPUT DECLARATION-CONTROL.
           IF WRK-FS-CONTROLE = '00'
               READ DECLARATION-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-ULTIMO-NUMERO NUMERIC
                           MOVE CTL-ULTIMO-NUMERO TO
                               WRK-ULTIMO-NUMERO
                       END-IF
               END-READ
               CLOSE DECLARATION-CONTROL
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UMA PARCELA DO CARNE: A DO ANO-BASE CONTA COMO PAGA OU EM
      * ABERTO; PARCELA DE ACORDO AINDA EM ABERTO, DE QUALQUER
      * ANO, TAMBEM IMPEDE A QUITACAO (A DIVIDA RENEGOCIADA NAO
      * FOI PAGA). CANCELADA E RENEGOCIADA NAO CONTAM.
      *----------------------------------------------------------
       2000-APURAR-PARCELA.
           READ CHARGE-SCHEDULE
               AT END
                   MOVE 'Y' TO WRK-EOF-CARNE-SW
                   GO TO 2000-EXIT
           END-READ.
           IF CHG-VENCIMENTO NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           IF NOT CHG-PAGA AND NOT CHG-ABERTA AND NOT CHG-FATURADA
               GO TO 2000-EXIT
           END-IF.
           IF CHG-ACORDO NOT NUMERIC
               MOVE ZEROS TO CHG-ACORDO
           END-IF.
           MOVE CHG-VENCIMENTO TO WRK-DATA-AUX.
           IF WRK-AUX-ANO NOT = WRK-ANO-BASE
               IF CHG-PAGA OR CHG-ACORDO = ZEROS
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           MOVE CHG-MATRICULA TO WRK-MATRICULA-BUSCA.
           PERFORM 2900-OBTER-ALUNO THRU 2900-EXIT.
           IF NOT WRK-ALU-ACHADO
               GO TO 2000-EXIT
           END-IF.
           IF CHG-PAGA
               ADD 1 TO WRK-ALU-PAGAS (WRK-IDX-ALU)
           ELSE
               ADD 1 TO WRK-ALU-PENDENTES (WRK-IDX-ALU)
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UM MOVIMENTO DO TUITTXN: PAGAMENTO, MULTA E JUROS COM
      * VENCIMENTO NO ANO-BASE SOMAM NO MES DE COMPETENCIA; A
      * DEVOLUCAO DO ACERTO DE DESLIGAMENTO FEITA NO ANO-BASE
      * ABATE NO MES EM QUE FOI FEITA
      *----------------------------------------------------------
       2500-APURAR-PAGAMENTO.
           READ TUITION-TXN
               AT END
                   MOVE 'Y' TO WRK-EOF-TXN-SW
                   GO TO 2500-EXIT
           END-READ.
           IF NOT TXN-PAGAMENTO AND NOT TXN-MULTA AND
              NOT TXN-JUROS AND NOT TXN-DEVOLUCAO
               GO TO 2500-EXIT
           END-IF.
           IF TXN-VALOR NOT NUMERIC OR TXN-VENCIMENTO NOT NUMERIC
               GO TO 2500-EXIT
           END-IF.
           MOVE TXN-VENCIMENTO TO WRK-DATA-AUX.
           IF WRK-AUX-ANO NOT = WRK-ANO-BASE OR
              WRK-AUX-MES < 01 OR WRK-AUX-MES > 12
               GO TO 2500-EXIT
           END-IF.
           MOVE TXN-MATRICULA TO WRK-MATRICULA-BUSCA.
           PERFORM 2900-OBTER-ALUNO THRU 2900-EXIT.
           IF NOT WRK-ALU-ACHADO
               GO TO 2500-EXIT
           END-IF.
           MOVE WRK-AUX-MES TO WRK-IDX-MES.
           IF TXN-DEVOLUCAO
               SUBTRACT TXN-VALOR FROM
                   WRK-ALU-MES-PAGO (WRK-IDX-ALU WRK-IDX-MES)
               SUBTRACT TXN-VALOR FROM WRK-ALU-TOTAL (WRK-IDX-ALU)
           ELSE
               ADD TXN-VALOR TO
                   WRK-ALU-MES-PAGO (WRK-IDX-ALU WRK-IDX-MES)
               ADD TXN-VALOR TO WRK-ALU-TOTAL (WRK-IDX-ALU)
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LOCALIZA O ALUNO NA TABELA, INCLUINDO-O NA PRIMEIRA VEZ
      *----------------------------------------------------------
       2900-OBTER-ALUNO.
           MOVE 'N' TO WRK-ALU-ACHADO-SW.
           IF WRK-QTDE-ALU > ZEROS
               SET WRK-IDX-ALU TO 1
               SEARCH WRK-ALU-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-ALU > WRK-QTDE-ALU
                       CONTINUE
                   WHEN WRK-ALU-MATRICULA (WRK-IDX-ALU) =
                        WRK-MATRICULA-BUSCA
                       MOVE 'S' TO WRK-ALU-ACHADO-SW
               END-SEARCH
           END-IF.
           IF WRK-ALU-ACHADO
               GO TO 2900-EXIT
           END-IF.
           IF WRK-QTDE-ALU >= 1500
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 2900-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ALU.
           SET WRK-IDX-ALU TO WRK-QTDE-ALU.
           MOVE WRK-MATRICULA-BUSCA TO WRK-ALU-MATRICULA (WRK-IDX-ALU).
           MOVE ZEROS TO WRK-ALU-UNIDADE (WRK-IDX-ALU)
               WRK-ALU-PAGAS (WRK-IDX-ALU)
               WRK-ALU-PENDENTES (WRK-IDX-ALU)
               WRK-ALU-TOTAL (WRK-IDX-ALU).
           PERFORM 2950-ZERAR-MES THRU 2950-EXIT
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > 12.
           MOVE 'S' TO WRK-ALU-ACHADO-SW.
       2900-EXIT.
           EXIT.

       2950-ZERAR-MES.
           MOVE ZEROS TO WRK-ALU-MES-PAGO (WRK-IDX-ALU WRK-IDX-MES).
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JUNTA O ALUNO AO SEU DESTINATARIO: A FAMILIA DO CADASTRO
      * QUANDO HA VINCULO, SENAO O PROPRIO ALUNO
      *----------------------------------------------------------
       3000-AGRUPAR-ALUNO.
           MOVE ZEROS TO WRK-FAMILIA-ALUNO.
           MOVE 'N' TO WRK-FAM-ACHADA-SW.
           IF WRK-QTDE-VINCULOS > ZEROS
               SET WRK-IDX-VIN TO 1
               SEARCH WRK-VIN-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-VIN > WRK-QTDE-VINCULOS
                       CONTINUE
                   WHEN WRK-VIN-MATRICULA (WRK-IDX-VIN) =
                        WRK-ALU-MATRICULA (WRK-IDX-ALU)
                       MOVE WRK-VIN-FAMILIA (WRK-IDX-VIN)
                           TO WRK-FAMILIA-ALUNO
               END-SEARCH
           END-IF.
           IF WRK-FAMILIA-ALUNO > ZEROS
               PERFORM 3900-LOCALIZAR-FAMILIA THRU 3900-EXIT
           END-IF.
           IF WRK-FAM-ACHADA
               MOVE 'F' TO WRK-UNI-TIPO-BUSCA
               MOVE WRK-FAMILIA-ALUNO TO WRK-UNI-CHAVE-BUSCA
           ELSE
               MOVE 'A' TO WRK-UNI-TIPO-BUSCA
               MOVE WRK-ALU-MATRICULA (WRK-IDX-ALU) TO
                   WRK-UNI-CHAVE-BUSCA
           END-IF.
           PERFORM 3100-OBTER-UNIDADE THRU 3100-EXIT.
           IF NOT WRK-UNI-ACHADA
               GO TO 3000-EXIT
           END-IF.
           SET WRK-IDX-UNIDADE TO WRK-IDX-UNI.
           MOVE WRK-IDX-UNIDADE TO WRK-ALU-UNIDADE (WRK-IDX-ALU).
           ADD WRK-ALU-PAGAS (WRK-IDX-ALU) TO
               WRK-UNI-PAGAS (WRK-IDX-UNI).
           ADD WRK-ALU-PENDENTES (WRK-IDX-ALU) TO
               WRK-UNI-PENDENTES (WRK-IDX-UNI).
           ADD WRK-ALU-TOTAL (WRK-IDX-ALU) TO
               WRK-UNI-TOTAL (WRK-IDX-UNI).
       3000-EXIT.
           EXIT.

       3100-OBTER-UNIDADE.
           MOVE 'N' TO WRK-UNI-ACHADA-SW.
           IF WRK-QTDE-UNI > ZEROS
               SET WRK-IDX-UNI TO 1
               SEARCH WRK-UNI-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-UNI > WRK-QTDE-UNI
                       CONTINUE
                   WHEN WRK-UNI-TIPO (WRK-IDX-UNI) =
                        WRK-UNI-TIPO-BUSCA
                        AND WRK-UNI-CHAVE (WRK-IDX-UNI) =
                            WRK-UNI-CHAVE-BUSCA
                       MOVE 'S' TO WRK-UNI-ACHADA-SW
               END-SEARCH
           END-IF.
           IF WRK-UNI-ACHADA
               GO TO 3100-EXIT
           END-IF.
           IF WRK-QTDE-UNI >= 1500
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-UNI.
           SET WRK-IDX-UNI TO WRK-QTDE-UNI.
           MOVE WRK-UNI-TIPO-BUSCA TO WRK-UNI-TIPO (WRK-IDX-UNI).
           MOVE WRK-UNI-CHAVE-BUSCA TO WRK-UNI-CHAVE (WRK-IDX-UNI).
           MOVE WRK-ALU-MATRICULA (WRK-IDX-ALU) TO
               WRK-UNI-PRIMEIRO (WRK-IDX-UNI).
           MOVE ZEROS TO WRK-UNI-PAGAS (WRK-IDX-UNI)
               WRK-UNI-PENDENTES (WRK-IDX-UNI)
               WRK-UNI-TOTAL (WRK-IDX-UNI).
           MOVE 'S' TO WRK-UNI-ACHADA-SW.
       3100-EXIT.
           EXIT.

       3900-LOCALIZAR-FAMILIA.
           MOVE 'N' TO WRK-FAM-ACHADA-SW.
           SET WRK-IDX-FAM TO 1.
           SEARCH WRK-FAM-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-FAM > WRK-QTDE-FAMILIAS
                   CONTINUE
               WHEN WRK-FAM-ID (WRK-IDX-FAM) = WRK-FAMILIA-ALUNO
                   MOVE 'S' TO WRK-FAM-ACHADA-SW
           END-SEARCH.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DOCUMENTOS DE UM DESTINATARIO: QUITACAO QUANDO TUDO DO
      * ANO ESTA PAGO, DEMONSTRATIVO QUANDO PAGOU ALGUMA COISA
      *----------------------------------------------------------
       4000-EMITIR-DOCUMENTOS.
           IF WRK-UNI-PENDENTES (WRK-IDX-UNI) > ZEROS
               ADD 1 TO WRK-QTDE-PENDENTES
           END-IF.
           IF WRK-UNI-PAGAS (WRK-IDX-UNI) = ZEROS AND
              WRK-UNI-TOTAL (WRK-IDX-UNI) NOT > ZEROS
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-BUSCAR-DESTINATARIO THRU 4100-EXIT.
           IF WRK-UNI-PENDENTES (WRK-IDX-UNI) = ZEROS AND
              WRK-UNI-PAGAS (WRK-IDX-UNI) > ZEROS
               PERFORM 5000-EMITIR-QUITACAO THRU 5000-EXIT
           END-IF.
           IF WRK-UNI-TOTAL (WRK-IDX-UNI) > ZEROS
               PERFORM 6000-EMITIR-INFORME THRU 6000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-BUSCAR-DESTINATARIO.
           MOVE 'RESPONSAVEL NAO CADASTRADO' TO WRK-RESPONSAVEL.
           MOVE SPACES TO WRK-ENDERECO1 WRK-ENDERECO2.
           IF WRK-UNI-FAMILIA (WRK-IDX-UNI)
               MOVE WRK-UNI-CHAVE (WRK-IDX-UNI) TO WRK-FAMILIA-ALUNO
               PERFORM 3900-LOCALIZAR-FAMILIA THRU 3900-EXIT
               IF WRK-FAM-ACHADA
                   MOVE WRK-FAM-RESPONSAVEL (WRK-IDX-FAM) TO
                       WRK-RESPONSAVEL
                   MOVE WRK-FAM-ENDERECO1 (WRK-IDX-FAM) TO
                       WRK-ENDERECO1
                   MOVE WRK-FAM-ENDERECO2 (WRK-IDX-FAM) TO
                       WRK-ENDERECO2
               END-IF
               GO TO 4100-EXIT
           END-IF.
           IF WRK-RESPONSAVEL-ABERTO
               MOVE WRK-UNI-CHAVE (WRK-IDX-UNI) TO GM-MATRICULA
               READ GUARDIAN-MASTER
                   INVALID KEY
                       DISPLAY 'ATENCAO - MATRICULA SEM RESPONSAVEL '
                           'CADASTRADO: ' GM-MATRICULA
                   NOT INVALID KEY
                       MOVE GM-RESPONSAVEL TO WRK-RESPONSAVEL
                       MOVE GM-ENDERECO1 TO WRK-ENDERECO1
                       MOVE GM-ENDERECO2 TO WRK-ENDERECO2
               END-READ
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROXIMO NUMERO DE DECLARACAO E GRAVACAO DA EMISSAO NO LOG
      * DECLLOG (MESMO LAYOUT DO PROGCOB55; O SOLICITANTE E O
      * RESPONSAVEL E O EMISSOR E ESTE PROGRAMA)
      *----------------------------------------------------------
       4500-NUMERAR-DOCUMENTO.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO WRK-NUMERO-DOCUMENTO.
           MOVE SPACES TO LOG-REGISTRO.
           MOVE WRK-NUMERO-DOCUMENTO TO LOG-NUMERO.
           MOVE WRK-TIPO-DOCUMENTO TO LOG-TIPO.
           MOVE WRK-UNI-PRIMEIRO (WRK-IDX-UNI) TO LOG-MATRICULA.
           MOVE WRK-RESPONSAVEL TO LOG-SOLICITANTE.
           MOVE WRK-DATA-HOJE TO LOG-DATA.
           MOVE WRK-USUARIO TO LOG-USUARIO.
           WRITE LOG-REGISTRO.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * NOME DO ALUNO CORRENTE PARA AS LINHAS DOS DOCUMENTOS
      *----------------------------------------------------------
       4600-MONTAR-ALUNO.
           MOVE 'NAO CADASTRADO' TO WRK-NOME-ALUNO.
           IF WRK-MASTER-ABERTO
               MOVE WRK-ALU-MATRICULA (WRK-IDX-ALU) TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NOME TO WRK-NOME-ALUNO
               END-READ
           END-IF.
           MOVE WRK-ALU-MATRICULA (WRK-IDX-ALU) TO WRK-LA-MATRICULA.
           MOVE WRK-NOME-ALUNO TO WRK-LA-NOME.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DECLARACAO ANUAL DE QUITACAO DE DEBITOS DO ANO-BASE
      *----------------------------------------------------------
       5000-EMITIR-QUITACAO.
           MOVE 'Q' TO WRK-TIPO-DOCUMENTO.
           PERFORM 4500-NUMERAR-DOCUMENTO THRU 4500-EXIT.
           ADD 1 TO WRK-QTDE-QUITACOES.
           MOVE SPACES TO QUI-LINHA.
           WRITE QUI-LINHA.
           MOVE SPACES TO QUI-LINHA.
           STRING 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS - NR '
               DELIMITED BY SIZE
               WRK-NUMERO-DOCUMENTO DELIMITED BY SIZE
               INTO QUI-LINHA.
           WRITE QUI-LINHA.
           MOVE SPACES TO QUI-LINHA.
           WRITE QUI-LINHA.
           MOVE SPACES TO QUI-LINHA.
           STRING 'A/C: ' DELIMITED BY SIZE
               WRK-RESPONSAVEL DELIMITED BY SIZE
               INTO QUI-LINHA.
           WRITE QUI-LINHA.
           MOVE SPACES TO QUI-LINHA.
           MOVE WRK-ENDERECO1 TO QUI-LINHA (6:30).
           WRITE QUI-LINHA.
           MOVE SPACES TO QUI-LINHA.
           MOVE WRK-ENDERECO2 TO QUI-LINHA (6:30).
           WRITE QUI-LINHA.
           MOVE SPACES TO QUI-LINHA.
           WRITE QUI-LINHA.
           MOVE 'DECLARAMOS, PARA OS FINS DA LEI 12.007/2009, QUE'
               TO QUI-LINHA.
           WRITE QUI-LINHA.
           MOVE SPACES TO QUI-LINHA.
           STRING 'ESTAO QUITADAS TODAS AS MENSALIDADES COM '
               DELIMITED BY SIZE
               'VENCIMENTO NO ANO DE ' DELIMITED BY SIZE
               WRK-ANO-BASE DELIMITED BY SIZE
               INTO QUI-LINHA.
           WRITE QUI-LINHA.
           MOVE 'DOS ALUNOS ABAIXO:' TO QUI-LINHA.
           WRITE QUI-LINHA.
           PERFORM 5100-LISTAR-ALUNO THRU 5100-EXIT
               VARYING WRK-IDX-ALU FROM 1 BY 1
               UNTIL WRK-IDX-ALU > WRK-QTDE-ALU.
           MOVE SPACES TO QUI-LINHA.
           WRITE QUI-LINHA.
           MOVE SPACES TO QUI-LINHA.
           STRING 'EMITIDA EM ' DELIMITED BY SIZE
               WRK-DIA DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-MES DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO QUI-LINHA.
           WRITE QUI-LINHA.
       5000-EXIT.
           EXIT.

       5100-LISTAR-ALUNO.
           SET WRK-IDX-UNIDADE TO WRK-IDX-UNI.
           IF WRK-ALU-UNIDADE (WRK-IDX-ALU) NOT = WRK-IDX-UNIDADE
               GO TO 5100-EXIT
           END-IF.
           PERFORM 4600-MONTAR-ALUNO THRU 4600-EXIT.
           WRITE QUI-LINHA FROM WRK-LINHA-ALUNO.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DEMONSTRATIVO DE MENSALIDADES PAGAS NO ANO-BASE PARA O
      * IMPOSTO DE RENDA: POR ALUNO, O VALOR DE CADA MES DE
      * COMPETENCIA E O TOTAL
      *----------------------------------------------------------
       6000-EMITIR-INFORME.
           MOVE 'I' TO WRK-TIPO-DOCUMENTO.
           PERFORM 4500-NUMERAR-DOCUMENTO THRU 4500-EXIT.
           ADD 1 TO WRK-QTDE-INFORMES.
           MOVE SPACES TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING 'DEMONSTRATIVO DE MENSALIDADES PAGAS - ANO-BASE '
               DELIMITED BY SIZE
               WRK-ANO-BASE DELIMITED BY SIZE
               ' - NR ' DELIMITED BY SIZE
               WRK-NUMERO-DOCUMENTO DELIMITED BY SIZE
               INTO INF-LINHA.
           WRITE INF-LINHA.
           MOVE '(PARA A DECLARACAO DE IMPOSTO DE RENDA)' TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING 'RESPONSAVEL: ' DELIMITED BY SIZE
               WRK-RESPONSAVEL DELIMITED BY SIZE
               INTO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           MOVE WRK-ENDERECO1 TO INF-LINHA (14:30).
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           MOVE WRK-ENDERECO2 TO INF-LINHA (14:30).
           WRITE INF-LINHA.
           PERFORM 6100-DETALHAR-ALUNO THRU 6100-EXIT
               VARYING WRK-IDX-ALU FROM 1 BY 1
               UNTIL WRK-IDX-ALU > WRK-QTDE-ALU.
           MOVE SPACES TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE 'TOTAL PAGO NO ANO-BASE:' TO WRK-LT-ROTULO.
           MOVE WRK-UNI-TOTAL (WRK-IDX-UNI) TO WRK-LT-VALOR.
           WRITE INF-LINHA FROM WRK-LINHA-TOTAL.
           MOVE SPACES TO INF-LINHA.
           STRING 'EMITIDO EM ' DELIMITED BY SIZE
               WRK-DIA DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-MES DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO INF-LINHA.
           WRITE INF-LINHA.
       6000-EXIT.
           EXIT.

       6100-DETALHAR-ALUNO.
           SET WRK-IDX-UNIDADE TO WRK-IDX-UNI.
           IF WRK-ALU-UNIDADE (WRK-IDX-ALU) NOT = WRK-IDX-UNIDADE
               GO TO 6100-EXIT
           END-IF.
           PERFORM 4600-MONTAR-ALUNO THRU 4600-EXIT.
           MOVE SPACES TO INF-LINHA.
           WRITE INF-LINHA.
           WRITE INF-LINHA FROM WRK-LINHA-ALUNO.
           PERFORM 6200-LISTAR-MES THRU 6200-EXIT
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > 12.
           MOVE 'TOTAL DO ALUNO:' TO WRK-LT-ROTULO.
           MOVE WRK-ALU-TOTAL (WRK-IDX-ALU) TO WRK-LT-VALOR.
           WRITE INF-LINHA FROM WRK-LINHA-TOTAL.
       6100-EXIT.
           EXIT.

       6200-LISTAR-MES.
           IF WRK-ALU-MES-PAGO (WRK-IDX-ALU WRK-IDX-MES) = ZEROS
               GO TO 6200-EXIT
           END-IF.
           MOVE WRK-IDX-MES TO WRK-LM-MES.
           MOVE WRK-ANO-BASE TO WRK-LM-ANO.
           MOVE WRK-ALU-MES-PAGO (WRK-IDX-ALU WRK-IDX-MES) TO
               WRK-LM-VALOR.
           WRITE INF-LINHA FROM WRK-LINHA-MES.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRAVA O CONTROLE COM O ULTIMO NUMERO USADO, FECHA OS
      * ARQUIVOS E APRESENTA OS TOTAIS
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               IF WRK-QTDE-QUITACOES > ZEROS OR
                  WRK-QTDE-INFORMES > ZEROS
                   OPEN OUTPUT DECLARATION-CONTROL
                   MOVE WRK-ULTIMO-NUMERO TO CTL-ULTIMO-NUMERO
                   WRITE CTL-REGISTRO
                   CLOSE DECLARATION-CONTROL
               END-IF
               CLOSE DECLARATION-LOG
               CLOSE TUITION-TXN
           END-IF.
           IF WRK-RESPONSAVEL-ABERTO
               CLOSE GUARDIAN-MASTER
           END-IF.
           IF WRK-MASTER-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           CLOSE CHARGE-SCHEDULE.
           CLOSE CLEARANCE-PRINT.
           CLOSE PAID-STATEMENT.
           DISPLAY 'ALUNOS COM MOVIMENTO NO ANO-BASE: ' WRK-QTDE-ALU.
           DISPLAY 'DESTINATARIOS: ' WRK-QTDE-UNI.
           DISPLAY 'DECLARACOES DE QUITACAO EMITIDAS: '
               WRK-QTDE-QUITACOES.
           DISPLAY 'DEMONSTRATIVOS DE PAGAMENTO EMITIDOS: '
               WRK-QTDE-INFORMES.
           DISPLAY 'DESTINATARIOS COM PARCELA EM ABERTO (SEM '
               'QUITACAO): ' WRK-QTDE-PENDENTES.
           DISPLAY 'ULTIMO NUMERO DE DECLARACAO: ' WRK-ULTIMO-NUMERO.
       8000-EXIT.
           EXIT.
