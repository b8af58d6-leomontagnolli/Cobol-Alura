       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB84.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Extrato financeiro mensal consolidado por familia:
      *            para cada familia do FAMILY-MASTER (copybook
      *            FAMREC) junta os filhos do cross-reference FAMXREF
      *            do PROGCOB60 e lista, aluno a aluno, as parcelas
      *            do carne CHRGSCHD (copybook CHRGREC) com a
      *            situacao de cada uma, o desconto aplicado (bolsa
      *            do SCHOLAR valida no ano ou desconto de irmaos,
      *            mesma regra do PROGCOB56) e os pagamentos do
      *            periodo recebidos no TUITTXN (principal, multa e
      *            juros da baixa do PROGCOB58), fechando com o total
      *            pago, em aberto e vencido da familia. O extrato
      *            impresso sai em FAMSTMT enderecado ao responsavel
      *            da familia, e a sala de expedicao recebe um
      *            registro de layout fixo por familia em FAMEXT
      *            (copybook FEXTREC). Familia sem parcela a listar
      *            nao recebe extrato.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Tabela de bolsas de 300 para 1000 linhas
      *                    (o SCHOLAR passa a guardar uma janela por
      *                    ano com a renovacao do PROGCOB88).
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMILY-MASTER ASSIGN TO "FAMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAMILIA.
           SELECT FAMILY-XREF ASSIGN TO "FAMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VINCULO.
           SELECT CHARGE-SCHEDULE ASSIGN TO "CHRGSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARNE.
           SELECT OPTIONAL TUITION-TXN ASSIGN TO "TUITTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TXN.
           SELECT OPTIONAL SCHOLARSHIP-MASTER ASSIGN TO "SCHOLAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLSAS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT FAMILY-STATEMENT ASSIGN TO "FAMSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT FAMILY-EXTRACT ASSIGN TO "FAMEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRACAO.
       DATA DIVISION.
       FILE SECTION.
       FD  FAMILY-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY FAMREC REPLACING ==:PREFIXO:== BY ==FAM==.
       FD  FAMILY-XREF
           LABEL RECORDS ARE STANDARD.
       COPY FAMXREF REPLACING ==:PREFIXO:== BY ==XRF==.
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
           05 TXN-VALOR            PIC 9(07)V99.
           05 TXN-VENCIMENTO       PIC 9(08).
       FD  SCHOLARSHIP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SCHLREC REPLACING ==:PREFIXO:== BY ==SCH==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  FAMILY-STATEMENT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       FD  FAMILY-EXTRACT
           LABEL RECORDS ARE STANDARD.
       COPY FEXTREC REPLACING ==:PREFIXO:== BY ==FEX==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-FAMILIA PIC X(02) VALUE '00'.
       77 WRK-FS-VINCULO PIC X(02) VALUE '00'.
       77 WRK-FS-CARNE PIC X(02) VALUE '00'.
       77 WRK-FS-TXN PIC X(02) VALUE '00'.
       77 WRK-FS-BOLSAS PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FS-EXTRACAO PIC X(02) VALUE '00'.
       77 WRK-EOF-FAMILIA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-FAMILIA VALUE 'Y'.
       77 WRK-EOF-VINCULO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-VINCULO VALUE 'Y'.
       77 WRK-EOF-CARNE-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CARNE VALUE 'Y'.
       77 WRK-EOF-TXN-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-TXN VALUE 'Y'.
       77 WRK-EOF-BOLSAS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-BOLSAS VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-MASTER-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-LIMITE-ESTOURADO-SW PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-ESTOURADO VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-INICIO-ANO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ANO PIC 9(08) VALUE ZEROS.
       77 WRK-PCT-IRMAOS PIC 9(03) VALUE 010.
       77 WRK-QTDE-EXTRATOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-PARCELA PIC 9(05) VALUE ZEROS.
       77 WRK-GERAL-ABERTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GERAL-VENCIDO PIC 9(09)V99 VALUE ZEROS.
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
               10 WRK-FAM-TELEFONE    PIC X(15).
               10 WRK-FAM-QTDE        PIC 9(02).
       77 WRK-QTDE-VINCULOS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-VINCULOS.
           05 WRK-VIN-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-VIN.
               10 WRK-VIN-MATRICULA PIC 9(07).
               10 WRK-VIN-FAMILIA   PIC 9(06).
      *---------------------------------------------------------
      * CADASTRO DE BOLSAS (COPYBOOK SCHLREC); SO A BOLSA VALIDA
      * NO ANO DA EMISSAO APARECE NO EXTRATO
      *---------------------------------------------------------
       77 WRK-QTDE-BOLSAS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-BOLSAS.
           05 WRK-BOL-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-BOL.
               10 WRK-BOL-MATRICULA PIC 9(07).
               10 WRK-BOL-PCT       PIC 9(03).
               10 WRK-BOL-MOTIVO    PIC X(15).
               10 WRK-BOL-INI       PIC 9(08).
               10 WRK-BOL-FIM       PIC 9(08).
       77 WRK-PCT-DESCONTO PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO-BOLSA PIC X(15) VALUE SPACES.
      *---------------------------------------------------------
      * PARCELAS DO CARNE E PAGAMENTOS DO PERIODO, SO DOS ALUNOS
      * COM VINCULO DE FAMILIA
      *---------------------------------------------------------
       77 WRK-QTDE-PAR PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-PARCELAS.
           05 WRK-PAR-ITEM OCCURS 12000 TIMES
                   INDEXED BY WRK-IDX-PAR.
               10 WRK-PAR-MATRICULA  PIC 9(07).
               10 WRK-PAR-PARCELA    PIC 9(02).
               10 WRK-PAR-VENCIMENTO PIC 9(08).
               10 WRK-PAR-VALOR      PIC 9(07)V99.
               10 WRK-PAR-STATUS     PIC X(01).
                   88 WRK-PAR-ABERTA      VALUE 'A'.
                   88 WRK-PAR-FATURADA    VALUE 'F'.
                   88 WRK-PAR-PAGA        VALUE 'P'.
                   88 WRK-PAR-RENEGOCIADA VALUE 'R'.
               10 WRK-PAR-ACORDO     PIC 9(06).
       77 WRK-QTDE-PAG PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-PAGAMENTOS.
           05 WRK-PAG-ITEM OCCURS 3000 TIMES
                   INDEXED BY WRK-IDX-PAG.
               10 WRK-PAG-MATRICULA  PIC 9(07).
               10 WRK-PAG-TIPO       PIC X(01).
                   88 WRK-PAG-MULTA       VALUE 'M'.
                   88 WRK-PAG-JUROS       VALUE 'J'.
               10 WRK-PAG-VALOR      PIC 9(07)V99.
               10 WRK-PAG-VENCIMENTO PIC 9(08).
       77 WRK-VINCULADO-SW PIC X(01) VALUE 'N'.
           88 WRK-VINCULADO VALUE 'S'.
       77 WRK-MATRICULA-TESTE PIC 9(07) VALUE ZEROS.
      *---------------------------------------------------------
      * EXTRATO DA FAMILIA CORRENTE
      *---------------------------------------------------------
       77 WRK-CAB-FAMILIA-SW PIC X(01) VALUE 'N'.
           88 WRK-CAB-FAMILIA VALUE 'S'.
       77 WRK-CAB-ALUNO-SW PIC X(01) VALUE 'N'.
           88 WRK-CAB-ALUNO VALUE 'S'.
       77 WRK-CAB-PAGAMENTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-CAB-PAGAMENTOS VALUE 'S'.
       77 WRK-FAM-ALUNOS PIC 9(02) VALUE ZEROS.
       77 WRK-FAM-PARCELAS PIC 9(03) VALUE ZEROS.
       77 WRK-FAM-PAGO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FAM-ABERTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FAM-VENCIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-EDITADA PIC X(10) VALUE SPACES.
       01  WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-GRUPO REDEFINES WRK-DATA-AUX.
           05 WRK-AUX-ANO PIC 9(04).
           05 WRK-AUX-MES PIC 9(02).
           05 WRK-AUX-DIA PIC 9(02).
      *---------------------------------------------------------
      * LINHAS DO EXTRATO IMPRESSO
      *---------------------------------------------------------
       01  WRK-LINHA-TITULO.
           05 FILLER               PIC X(43) VALUE
                   'EXTRATO FINANCEIRO DA FAMILIA - COMPETENCIA'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LT-MES           PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-LT-ANO           PIC 9(04).
       01  WRK-LINHA-FAMILIA.
           05 FILLER               PIC X(09) VALUE 'FAMILIA: '.
           05 WRK-LF-FAMILIA       PIC 9(06).
           05 FILLER               PIC X(13) VALUE '  EMISSAO EM '.
           05 WRK-LF-EMISSAO       PIC X(10).
       01  WRK-LINHA-ENDERECO.
           05 FILLER               PIC X(05) VALUE 'A/C: '.
           05 WRK-LE-TEXTO         PIC X(30).
       01  WRK-LINHA-ALUNO.
           05 FILLER               PIC X(07) VALUE 'ALUNO: '.
           05 WRK-LA-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME          PIC X(20).
           05 FILLER               PIC X(12) VALUE '  DESCONTO: '.
           05 WRK-LA-PCT           PIC ZZ9.
           05 FILLER               PIC X(02) VALUE '% '.
           05 WRK-LA-MOTIVO        PIC X(15).
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
           05 WRK-LP-ACORDO        PIC ZZZZZZ.
       01  WRK-LINHA-PAGAMENTO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-LG-TIPO          PIC X(10).
           05 FILLER               PIC X(11) VALUE ' PARCELA DE'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LG-VENCIMENTO    PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LG-VALOR         PIC ZZZZZZ9,99.
       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-ROTULO        PIC X(36).
           05 WRK-LT-VALOR         PIC ZZZZZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 2000-EMITIR-FAMILIA THRU 2000-EXIT
                   VARYING WRK-IDX-FAM FROM 1 BY 1
                   UNTIL WRK-IDX-FAM > WRK-QTDE-FAMILIAS
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           IF WRK-LIMITE-ESTOURADO
               DISPLAY 'ERRO - CADASTRO OU MOVIMENTO MAIOR QUE AS '
                   'TABELAS: HA EXTRATO INCOMPLETO - AMPLIAR AS '
                   'TABELAS E RODAR DE NOVO'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS E CARREGA FAMILIAS, VINCULOS, BOLSAS,
      * PARCELAS DO CARNE E PAGAMENTOS DO PERIODO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
           COMPUTE WRK-INICIO-ANO = WRK-ANO * 10000 + 0101.
           COMPUTE WRK-FIM-ANO = WRK-ANO * 10000 + 1231.
           DISPLAY 'EXTRATO POR FAMILIA - COMPETENCIA '
               WRK-MES '/' WRK-ANO.
           OPEN INPUT FAMILY-MASTER.
           OPEN INPUT FAMILY-XREF.
           OPEN INPUT CHARGE-SCHEDULE.
           OPEN OUTPUT FAMILY-STATEMENT.
           OPEN OUTPUT FAMILY-EXTRACT.
           IF WRK-FS-FAMILIA NOT = '00' OR
              WRK-FS-VINCULO NOT = '00' OR
              WRK-FS-CARNE NOT = '00' OR
              WRK-FS-RELATORIO NOT = '00' OR
              WRK-FS-EXTRACAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - FAMILIAS '
                   WRK-FS-FAMILIA ' VINCULOS ' WRK-FS-VINCULO
                   ' CARNE ' WRK-FS-CARNE ' EXTRATO '
                   WRK-FS-RELATORIO ' EXTRACAO ' WRK-FS-EXTRACAO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER = '00'
               MOVE 'S' TO WRK-MASTER-ABERTO-SW
           END-IF.
           PERFORM 1100-LER-FAMILIA THRU 1100-EXIT
               UNTIL WRK-EOF-FAMILIA.
           PERFORM 1150-LER-VINCULO THRU 1150-EXIT
               UNTIL WRK-EOF-VINCULO.
           OPEN INPUT SCHOLARSHIP-MASTER.
           IF WRK-FS-BOLSAS = '00'
               PERFORM 1200-LER-BOLSA THRU 1200-EXIT
                   UNTIL WRK-EOF-BOLSAS
           END-IF.
           CLOSE SCHOLARSHIP-MASTER.
           PERFORM 1300-LER-PARCELA THRU 1300-EXIT
               UNTIL WRK-EOF-CARNE.
           OPEN INPUT TUITION-TXN.
           IF WRK-FS-TXN = '00'
               PERFORM 1400-LER-PAGAMENTO THRU 1400-EXIT
                   UNTIL WRK-EOF-TXN
           END-IF.
           CLOSE TUITION-TXN.
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
                       MOVE FAM-TELEFONE TO
                           WRK-FAM-TELEFONE (WRK-QTDE-FAMILIAS)
                       MOVE FAM-QTDE-ALUNOS TO
                           WRK-FAM-QTDE (WRK-QTDE-FAMILIAS)
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

       1200-LER-BOLSA.
           READ SCHOLARSHIP-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-BOLSAS-SW
               NOT AT END
                   IF WRK-QTDE-BOLSAS < 1000
                       ADD 1 TO WRK-QTDE-BOLSAS
                       MOVE SCH-MATRICULA TO
                           WRK-BOL-MATRICULA (WRK-QTDE-BOLSAS)
                       MOVE SCH-PERCENTUAL TO
                           WRK-BOL-PCT (WRK-QTDE-BOLSAS)
                       MOVE SCH-MOTIVO TO
                           WRK-BOL-MOTIVO (WRK-QTDE-BOLSAS)
                       MOVE SCH-VALIDADE-INI TO
                           WRK-BOL-INI (WRK-QTDE-BOLSAS)
                       MOVE SCH-VALIDADE-FIM TO
                           WRK-BOL-FIM (WRK-QTDE-BOLSAS)
                   ELSE
                       DISPLAY 'ATENCAO - TABELA DE BOLSAS CHEIA'
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GUARDA A PARCELA DO CARNE DE ALUNO COM FAMILIA. PARCELA
      * CANCELADA NAO ENTRA; DE ANO ANTERIOR, SO SE AINDA ESTA EM
      * ABERTO (AGENDADA OU FATURADA)
      *----------------------------------------------------------
       1300-LER-PARCELA.
           READ CHARGE-SCHEDULE
               AT END
                   MOVE 'Y' TO WRK-EOF-CARNE-SW
                   GO TO 1300-EXIT
           END-READ.
           IF CHG-VENCIMENTO NOT NUMERIC OR CHG-CANCELADA
               GO TO 1300-EXIT
           END-IF.
           IF CHG-VENCIMENTO < WRK-INICIO-ANO AND
              NOT CHG-ABERTA AND NOT CHG-FATURADA
               GO TO 1300-EXIT
           END-IF.
           MOVE CHG-MATRICULA TO WRK-MATRICULA-TESTE.
           PERFORM 1500-VERIFICAR-VINCULO THRU 1500-EXIT.
           IF NOT WRK-VINCULADO
               GO TO 1300-EXIT
           END-IF.
           IF WRK-QTDE-PAR >= 12000
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PAR.
           SET WRK-IDX-PAR TO WRK-QTDE-PAR.
           MOVE CHG-MATRICULA TO WRK-PAR-MATRICULA (WRK-IDX-PAR).
           MOVE CHG-PARCELA TO WRK-PAR-PARCELA (WRK-IDX-PAR).
           MOVE CHG-VENCIMENTO TO WRK-PAR-VENCIMENTO (WRK-IDX-PAR).
           MOVE CHG-VALOR TO WRK-PAR-VALOR (WRK-IDX-PAR).
           MOVE CHG-STATUS TO WRK-PAR-STATUS (WRK-IDX-PAR).
           IF CHG-ACORDO NUMERIC
               MOVE CHG-ACORDO TO WRK-PAR-ACORDO (WRK-IDX-PAR)
           ELSE
               MOVE ZEROS TO WRK-PAR-ACORDO (WRK-IDX-PAR)
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GUARDA O PAGAMENTO DO PERIODO (PRINCIPAL, MULTA OU JUROS
      * DA BAIXA DO RETORNO BANCARIO) DE ALUNO COM FAMILIA
      *----------------------------------------------------------
       1400-LER-PAGAMENTO.
           READ TUITION-TXN
               AT END
                   MOVE 'Y' TO WRK-EOF-TXN-SW
                   GO TO 1400-EXIT
           END-READ.
           IF NOT TXN-PAGAMENTO AND NOT TXN-MULTA AND NOT TXN-JUROS
               GO TO 1400-EXIT
           END-IF.
           IF TXN-VALOR NOT NUMERIC
               GO TO 1400-EXIT
           END-IF.
           MOVE TXN-MATRICULA TO WRK-MATRICULA-TESTE.
           PERFORM 1500-VERIFICAR-VINCULO THRU 1500-EXIT.
           IF NOT WRK-VINCULADO
               GO TO 1400-EXIT
           END-IF.
           IF WRK-QTDE-PAG >= 3000
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PAG.
           SET WRK-IDX-PAG TO WRK-QTDE-PAG.
           MOVE TXN-MATRICULA TO WRK-PAG-MATRICULA (WRK-IDX-PAG).
           MOVE TXN-TIPO TO WRK-PAG-TIPO (WRK-IDX-PAG).
           MOVE TXN-VALOR TO WRK-PAG-VALOR (WRK-IDX-PAG).
           MOVE TXN-VENCIMENTO TO WRK-PAG-VENCIMENTO (WRK-IDX-PAG).
       1400-EXIT.
           EXIT.

       1500-VERIFICAR-VINCULO.
           MOVE 'N' TO WRK-VINCULADO-SW.
           SET WRK-IDX-VIN TO 1.
           SEARCH WRK-VIN-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-VIN > WRK-QTDE-VINCULOS
                   CONTINUE
               WHEN WRK-VIN-MATRICULA (WRK-IDX-VIN) =
                    WRK-MATRICULA-TESTE
                   MOVE 'S' TO WRK-VINCULADO-SW
           END-SEARCH.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * EXTRATO DE UMA FAMILIA: OS FILHOS NA ORDEM DO CROSS-
      * REFERENCE; O CABECALHO SO SAI QUANDO HA O QUE LISTAR
      *----------------------------------------------------------
       2000-EMITIR-FAMILIA.
           MOVE 'N' TO WRK-CAB-FAMILIA-SW.
           MOVE ZEROS TO WRK-FAM-ALUNOS WRK-FAM-PARCELAS
               WRK-FAM-PAGO WRK-FAM-ABERTO WRK-FAM-VENCIDO.
           PERFORM 2100-LISTAR-ALUNO THRU 2100-EXIT
               VARYING WRK-IDX-VIN FROM 1 BY 1
               UNTIL WRK-IDX-VIN > WRK-QTDE-VINCULOS.
           IF NOT WRK-CAB-FAMILIA
               ADD 1 TO WRK-QTDE-SEM-PARCELA
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2500-TOTAIS-FAMILIA THRU 2500-EXIT.
           PERFORM 2600-GRAVAR-EXTRACAO THRU 2600-EXIT.
           ADD 1 TO WRK-QTDE-EXTRATOS.
           ADD WRK-FAM-ABERTO TO WRK-GERAL-ABERTO.
           ADD WRK-FAM-VENCIDO TO WRK-GERAL-VENCIDO.
       2000-EXIT.
           EXIT.

       2050-CABECALHO-FAMILIA.
           IF WRK-CAB-FAMILIA
               GO TO 2050-EXIT
           END-IF.
           MOVE 'S' TO WRK-CAB-FAMILIA-SW.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-MES TO WRK-LT-MES.
           MOVE WRK-ANO TO WRK-LT-ANO.
           WRITE REL-LINHA FROM WRK-LINHA-TITULO.
           MOVE WRK-FAM-ID (WRK-IDX-FAM) TO WRK-LF-FAMILIA.
           MOVE WRK-DATA-HOJE TO WRK-DATA-AUX.
           PERFORM 3900-FORMATAR-DATA THRU 3900-EXIT.
           MOVE WRK-DATA-EDITADA TO WRK-LF-EMISSAO.
           WRITE REL-LINHA FROM WRK-LINHA-FAMILIA.
           MOVE WRK-FAM-RESPONSAVEL (WRK-IDX-FAM) TO WRK-LE-TEXTO.
           WRITE REL-LINHA FROM WRK-LINHA-ENDERECO.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-FAM-ENDERECO1 (WRK-IDX-FAM) TO REL-LINHA (6:30).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-FAM-ENDERECO2 (WRK-IDX-FAM) TO REL-LINHA (6:30).
           WRITE REL-LINHA.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UM FILHO DA FAMILIA: PARCELAS DO CARNE E PAGAMENTOS DO
      * PERIODO; O CABECALHO DO ALUNO SO SAI SE HOUVER LINHA
      *----------------------------------------------------------
       2100-LISTAR-ALUNO.
           IF WRK-VIN-FAMILIA (WRK-IDX-VIN) NOT =
              WRK-FAM-ID (WRK-IDX-FAM)
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WRK-CAB-ALUNO-SW.
           MOVE 'N' TO WRK-CAB-PAGAMENTOS-SW.
           PERFORM 2200-LISTAR-PARCELA THRU 2200-EXIT
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTDE-PAR.
           PERFORM 2300-LISTAR-PAGAMENTO THRU 2300-EXIT
               VARYING WRK-IDX-PAG FROM 1 BY 1
               UNTIL WRK-IDX-PAG > WRK-QTDE-PAG.
       2100-EXIT.
           EXIT.

       2150-CABECALHO-ALUNO.
           IF WRK-CAB-ALUNO
               GO TO 2150-EXIT
           END-IF.
           PERFORM 2050-CABECALHO-FAMILIA THRU 2050-EXIT.
           MOVE 'S' TO WRK-CAB-ALUNO-SW.
           ADD 1 TO WRK-FAM-ALUNOS.
           MOVE WRK-VIN-MATRICULA (WRK-IDX-VIN) TO WRK-LA-MATRICULA.
           MOVE 'NAO CADASTRADO' TO WRK-LA-NOME.
           IF WRK-MASTER-ABERTO
               MOVE WRK-VIN-MATRICULA (WRK-IDX-VIN) TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NOME TO WRK-LA-NOME
               END-READ
           END-IF.
           PERFORM 2160-BUSCAR-DESCONTO THRU 2160-EXIT.
           MOVE WRK-PCT-DESCONTO TO WRK-LA-PCT.
           MOVE WRK-MOTIVO-BOLSA TO WRK-LA-MOTIVO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WRK-LINHA-ALUNO.
           MOVE
            'PARC VENCIMENTO      VALOR  SITUACAO      ACORDO'
               TO REL-LINHA.
           WRITE REL-LINHA.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DESCONTO JA ABATIDO NO CARNE: BOLSA DO SCHOLAR VALIDA NO
      * ANO OU, SEM ELA, O DESCONTO DE IRMAOS DA FAMILIA COM DOIS
      * OU MAIS MATRICULADOS (MESMA REGRA DO PROGCOB56)
      *----------------------------------------------------------
       2160-BUSCAR-DESCONTO.
           MOVE ZEROS TO WRK-PCT-DESCONTO.
           MOVE 'SEM DESCONTO' TO WRK-MOTIVO-BOLSA.
           IF WRK-QTDE-BOLSAS > ZEROS
               SET WRK-IDX-BOL TO 1
               SEARCH WRK-BOL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-BOL > WRK-QTDE-BOLSAS
                       CONTINUE
                   WHEN WRK-BOL-MATRICULA (WRK-IDX-BOL) =
                        WRK-VIN-MATRICULA (WRK-IDX-VIN)
                        AND WRK-BOL-INI (WRK-IDX-BOL) <= WRK-FIM-ANO
                        AND WRK-BOL-FIM (WRK-IDX-BOL) >=
                            WRK-INICIO-ANO
                       MOVE WRK-BOL-PCT (WRK-IDX-BOL)
                           TO WRK-PCT-DESCONTO
                       MOVE WRK-BOL-MOTIVO (WRK-IDX-BOL)
                           TO WRK-MOTIVO-BOLSA
               END-SEARCH
           END-IF.
           IF WRK-PCT-DESCONTO = ZEROS AND
              WRK-FAM-QTDE (WRK-IDX-FAM) >= 2
               MOVE WRK-PCT-IRMAOS TO WRK-PCT-DESCONTO
               MOVE 'IRMAOS' TO WRK-MOTIVO-BOLSA
           END-IF.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UMA PARCELA DO FILHO: AGENDADA E FATURADA SOMAM NO EM
      * ABERTO, E NO VENCIDO QUANDO O VENCIMENTO JA PASSOU
      *----------------------------------------------------------
       2200-LISTAR-PARCELA.
           IF WRK-PAR-MATRICULA (WRK-IDX-PAR) NOT =
              WRK-VIN-MATRICULA (WRK-IDX-VIN)
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2150-CABECALHO-ALUNO THRU 2150-EXIT.
           ADD 1 TO WRK-FAM-PARCELAS.
           MOVE WRK-PAR-PARCELA (WRK-IDX-PAR) TO WRK-LP-PARCELA.
           MOVE WRK-PAR-VENCIMENTO (WRK-IDX-PAR) TO WRK-DATA-AUX.
           PERFORM 3900-FORMATAR-DATA THRU 3900-EXIT.
           MOVE WRK-DATA-EDITADA TO WRK-LP-VENCIMENTO.
           MOVE WRK-PAR-VALOR (WRK-IDX-PAR) TO WRK-LP-VALOR.
           MOVE WRK-PAR-ACORDO (WRK-IDX-PAR) TO WRK-LP-ACORDO.
           EVALUATE TRUE
               WHEN WRK-PAR-PAGA (WRK-IDX-PAR)
                   MOVE 'PAGA' TO WRK-LP-SITUACAO
               WHEN WRK-PAR-RENEGOCIADA (WRK-IDX-PAR)
                   MOVE 'RENEGOCIADA' TO WRK-LP-SITUACAO
               WHEN WRK-PAR-ABERTA (WRK-IDX-PAR) OR
                    WRK-PAR-FATURADA (WRK-IDX-PAR)
                   ADD WRK-PAR-VALOR (WRK-IDX-PAR) TO WRK-FAM-ABERTO
                   IF WRK-PAR-VENCIMENTO (WRK-IDX-PAR) <
                      WRK-DATA-HOJE
                       ADD WRK-PAR-VALOR (WRK-IDX-PAR) TO
                           WRK-FAM-VENCIDO
                       MOVE 'VENCIDA' TO WRK-LP-SITUACAO
                   ELSE
                       IF WRK-PAR-FATURADA (WRK-IDX-PAR)
                           MOVE 'A VENCER' TO WRK-LP-SITUACAO
                       ELSE
                           MOVE 'AGENDADA' TO WRK-LP-SITUACAO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'INDEFINIDA' TO WRK-LP-SITUACAO
           END-EVALUATE.
           WRITE REL-LINHA FROM WRK-LINHA-PARCELA.
       2200-EXIT.
           EXIT.

       2300-LISTAR-PAGAMENTO.
           IF WRK-PAG-MATRICULA (WRK-IDX-PAG) NOT =
              WRK-VIN-MATRICULA (WRK-IDX-VIN)
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2150-CABECALHO-ALUNO THRU 2150-EXIT.
           IF NOT WRK-CAB-PAGAMENTOS
               MOVE 'S' TO WRK-CAB-PAGAMENTOS-SW
               MOVE '  PAGAMENTOS RECEBIDOS NO PERIODO' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           EVALUATE TRUE
               WHEN WRK-PAG-MULTA (WRK-IDX-PAG)
                   MOVE 'MULTA' TO WRK-LG-TIPO
               WHEN WRK-PAG-JUROS (WRK-IDX-PAG)
                   MOVE 'JUROS' TO WRK-LG-TIPO
               WHEN OTHER
                   MOVE 'PRINCIPAL' TO WRK-LG-TIPO
           END-EVALUATE.
           MOVE WRK-PAG-VENCIMENTO (WRK-IDX-PAG) TO WRK-DATA-AUX.
           PERFORM 3900-FORMATAR-DATA THRU 3900-EXIT.
           MOVE WRK-DATA-EDITADA TO WRK-LG-VENCIMENTO.
           MOVE WRK-PAG-VALOR (WRK-IDX-PAG) TO WRK-LG-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-PAGAMENTO.
           ADD WRK-PAG-VALOR (WRK-IDX-PAG) TO WRK-FAM-PAGO.
       2300-EXIT.
           EXIT.

       2500-TOTAIS-FAMILIA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL PAGO NO PERIODO:' TO WRK-LT-ROTULO.
           MOVE WRK-FAM-PAGO TO WRK-LT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'TOTAL EM ABERTO DA FAMILIA:' TO WRK-LT-ROTULO.
           MOVE WRK-FAM-ABERTO TO WRK-LT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'DO QUAL VENCIDO:' TO WRK-LT-ROTULO.
           MOVE WRK-FAM-VENCIDO TO WRK-LT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGISTRO DE LAYOUT FIXO DA FAMILIA PARA A EXPEDICAO
      *----------------------------------------------------------
       2600-GRAVAR-EXTRACAO.
           MOVE SPACES TO FEX-REGISTRO.
           MOVE WRK-FAM-ID (WRK-IDX-FAM) TO FEX-FAMILIA.
           MOVE WRK-COMPETENCIA TO FEX-COMPETENCIA.
           MOVE WRK-FAM-RESPONSAVEL (WRK-IDX-FAM) TO FEX-RESPONSAVEL.
           MOVE WRK-FAM-ENDERECO1 (WRK-IDX-FAM) TO FEX-ENDERECO1.
           MOVE WRK-FAM-ENDERECO2 (WRK-IDX-FAM) TO FEX-ENDERECO2.
           MOVE WRK-FAM-TELEFONE (WRK-IDX-FAM) TO FEX-TELEFONE.
           MOVE WRK-FAM-ALUNOS TO FEX-QTDE-ALUNOS.
           MOVE WRK-FAM-PARCELAS TO FEX-QTDE-PARCELAS.
           MOVE WRK-FAM-PAGO TO FEX-TOTAL-PAGO.
           MOVE WRK-FAM-ABERTO TO FEX-TOTAL-ABERTO.
           MOVE WRK-FAM-VENCIDO TO FEX-TOTAL-VENCIDO.
           WRITE FEX-REGISTRO.
       2600-EXIT.
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
           IF WRK-MASTER-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           CLOSE FAMILY-MASTER.
           CLOSE FAMILY-XREF.
           CLOSE CHARGE-SCHEDULE.
           CLOSE FAMILY-STATEMENT.
           CLOSE FAMILY-EXTRACT.
           DISPLAY 'FAMILIAS NO CADASTRO: ' WRK-QTDE-FAMILIAS.
           DISPLAY 'EXTRATOS EMITIDOS: ' WRK-QTDE-EXTRATOS.
           DISPLAY 'FAMILIAS SEM PARCELA A LISTAR: '
               WRK-QTDE-SEM-PARCELA.
           DISPLAY 'PARCELAS CARREGADAS: ' WRK-QTDE-PAR
               ' - PAGAMENTOS DO PERIODO: ' WRK-QTDE-PAG.
           DISPLAY 'TOTAL EM ABERTO DAS FAMILIAS: ' WRK-GERAL-ABERTO.
           DISPLAY 'TOTAL VENCIDO DAS FAMILIAS: ' WRK-GERAL-VENCIDO.
       8000-EXIT.
           EXIT.
