       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDRPT.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Relatorio do titular de dados (LGPD): para UMA
      *            matricula pedida pelo responsavel, reune em
      *            LGPDPRT tudo o que o sistema guarda do aluno --
      *            cadastro do STUDENT-MASTER, responsavel do
      *            GUARDIAN-MASTER, familia do FAMILY-MASTER (pelo
      *            vinculo do FAMXREF), faltas do ATTEND-JOURNAL,
      *            saldo do TUITION-MASTER, parcelas do carne
      *            CHRGSCHD, trilha de alteracoes do diario SMJRNL
      *            (imagens ANTES/DEPOIS), declaracoes emitidas do
      *            log DECLLOG e o que ja foi anonimizado (log
      *            ANONLOG do LGPDANON). Arquivo ausente sai como
      *            indisponivel na sua secao, sem parar o relatorio.
      *            O relatorio e numerado pelo controle DECLCTL e
      *            fica gravado no log DECLLOG (tipo L), como as
      *            declaracoes do PROGCOB55, com o solicitante e o
      *            usuario emissor.
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
           SELECT OPTIONAL STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT OPTIONAL GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MATRICULA
               FILE STATUS IS WRK-FS-RESPONSAVEL.
           SELECT OPTIONAL FAMILY-XREF ASSIGN TO "FAMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VINCULO.
           SELECT OPTIONAL FAMILY-MASTER ASSIGN TO "FAMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAMILIA.
           SELECT OPTIONAL ATTEND-JOURNAL ASSIGN TO "ATTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FALTAS.
           SELECT OPTIONAL TUITION-MASTER ASSIGN TO "TUITMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUI-MATRICULA
               FILE STATUS IS WRK-FS-MENSALIDADE.
           SELECT OPTIONAL CHARGE-SCHEDULE ASSIGN TO "CHRGSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARNE.
           SELECT OPTIONAL MASTER-CHANGE-LOG ASSIGN TO "SMJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIO.
           SELECT OPTIONAL ANONYMIZATION-LOG ASSIGN TO "ANONLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ANONIMIZACAO.
           SELECT DECLARATION-CONTROL ASSIGN TO "DECLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT DECLARATION-LOG ASSIGN TO "DECLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT SUBJECT-REPORT ASSIGN TO "LGPDPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY GUARDREC REPLACING ==:PREFIXO:== BY ==GM==.
       FD  FAMILY-XREF
           LABEL RECORDS ARE STANDARD.
       COPY FAMXREF REPLACING ==:PREFIXO:== BY ==XRF==.
       FD  FAMILY-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY FAMREC REPLACING ==:PREFIXO:== BY ==FAM==.
       FD  ATTEND-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY ATTJREC REPLACING ==:PREFIXO:== BY ==ATJ==.
       FD  TUITION-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TUITREC REPLACING ==:PREFIXO:== BY ==TUI==.
       FD  CHARGE-SCHEDULE
           LABEL RECORDS ARE STANDARD.
       COPY CHRGREC REPLACING ==:PREFIXO:== BY ==CHG==.
       FD  MASTER-CHANGE-LOG
           LABEL RECORDS ARE STANDARD.
       COPY SMJREC REPLACING ==:PREFIXO:== BY ==SMJ==.
       FD  ANONYMIZATION-LOG
           LABEL RECORDS ARE STANDARD.
       COPY ANONREC REPLACING ==:PREFIXO:== BY ==ANL==.
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
       FD  SUBJECT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==IMG==.

       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-RESPONSAVEL PIC X(02) VALUE '00'.
       77 WRK-FS-VINCULO PIC X(02) VALUE '00'.
       77 WRK-FS-FAMILIA PIC X(02) VALUE '00'.
       77 WRK-FS-FALTAS PIC X(02) VALUE '00'.
       77 WRK-FS-MENSALIDADE PIC X(02) VALUE '00'.
       77 WRK-FS-CARNE PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO PIC X(02) VALUE '00'.
       77 WRK-FS-ANONIMIZACAO PIC X(02) VALUE '00'.
       77 WRK-FS-CONTROLE PIC X(02) VALUE '00'.
       77 WRK-FS-LOG PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF VALUE 'Y'.
       77 WRK-ARQUIVO-OK-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVO-OK VALUE 'S'.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-SOLICITANTE PIC X(20) VALUE SPACES.
       77 WRK-MATRICULA-BUSCA PIC 9(07) VALUE ZEROS.
       77 WRK-DV-VALIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-DV-VALIDO VALUE 'S'.
       77 WRK-NUMERO-DOCUMENTO PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-FAMILIA-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-LINHA PIC 9(07) VALUE ZEROS.
       77 WRK-TITULO PIC X(60) VALUE SPACES.
       77 WRK-QTDE-SECAO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-TOTAL PIC 9(07) VALUE ZEROS.
       77 WRK-SALDO-EXIBE PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-EXIBE PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-NUMERAR-RELATORIO THRU 2000-EXIT.
           PERFORM 3000-CABECALHO THRU 3000-EXIT.
           PERFORM 3100-LISTAR-ALUNO THRU 3100-EXIT.
           PERFORM 3200-LISTAR-RESPONSAVEL THRU 3200-EXIT.
           PERFORM 3300-LISTAR-FAMILIA THRU 3300-EXIT.
           PERFORM 3400-LISTAR-FALTAS THRU 3400-EXIT.
           PERFORM 3500-LISTAR-MENSALIDADE THRU 3500-EXIT.
           PERFORM 3600-LISTAR-CARNE THRU 3600-EXIT.
           PERFORM 3700-LISTAR-DIARIO THRU 3700-EXIT.
           PERFORM 3800-LISTAR-DECLARACOES THRU 3800-EXIT.
           PERFORM 3900-LISTAR-ANONIMIZACAO THRU 3900-EXIT.
           PERFORM 5000-GRAVAR-LOG THRU 5000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * OBTEM O EMISSOR, O SOLICITANTE E A MATRICULA DO TITULAR
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           DISPLAY 'RELATORIO DO TITULAR DE DADOS (LGPD)'.
           DISPLAY 'USUARIO EMISSOR: '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'SOLICITANTE (QUEM PEDIU O RELATORIO): '.
           ACCEPT WRK-SOLICITANTE FROM CONSOLE.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           CALL 'MATCKDIG' USING WRK-MATRICULA-BUSCA
               WRK-DV-VALIDO-SW.
           PERFORM 1100-REVALIDAR-MATRICULA THRU 1100-EXIT
               UNTIL WRK-DV-VALIDO.
           OPEN OUTPUT SUBJECT-REPORT.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR LGPDPRT - FS ' WRK-FS-RELATORIO
               DISPLAY 'NENHUM RELATORIO EMITIDO.'
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-REVALIDAR-MATRICULA.
           DISPLAY 'MATRICULA INVALIDA (' WRK-MATRICULA-BUSCA
               ') - DIGITO VERIFICADOR NAO CONFERE'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           CALL 'MATCKDIG' USING WRK-MATRICULA-BUSCA
               WRK-DV-VALIDO-SW.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * OBTEM O PROXIMO NUMERO SEQUENCIAL DO CONTROLE DAS
      * DECLARACOES E REGRAVA O CONTROLE JA INCREMENTADO (MESMA
      * MECANICA DO PROGCOB55)
      *----------------------------------------------------------
       2000-NUMERAR-RELATORIO.
           MOVE ZEROS TO WRK-NUMERO-DOCUMENTO.
           OPEN INPUT DECLARATION-CONTROL.
           IF WRK-FS-CONTROLE = '00'
               READ DECLARATION-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-ULTIMO-NUMERO TO
                           WRK-NUMERO-DOCUMENTO
               END-READ
               CLOSE DECLARATION-CONTROL
           END-IF.
           ADD 1 TO WRK-NUMERO-DOCUMENTO.
           OPEN OUTPUT DECLARATION-CONTROL.
           MOVE WRK-NUMERO-DOCUMENTO TO CTL-ULTIMO-NUMERO.
           WRITE CTL-REGISTRO.
           CLOSE DECLARATION-CONTROL.
       2000-EXIT.
           EXIT.

       3000-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'RELATORIO DO TITULAR DE DADOS (LGPD) NR '
               DELIMITED BY SIZE
               WRK-NUMERO-DOCUMENTO DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WRK-DIA DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-MES DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MATRICULA ' DELIMITED BY SIZE
               WRK-MATRICULA-BUSCA DELIMITED BY SIZE
               '  A PEDIDO DE: ' DELIMITED BY SIZE
               WRK-SOLICITANTE DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CADASTRO DO ALUNO (STUDENT-MASTER)
      *----------------------------------------------------------
       3100-LISTAR-ALUNO.
           MOVE 'CADASTRO DO ALUNO (STUDENT-MASTER)' TO WRK-TITULO.
           PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER NOT = '00'
               PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVO-OK-SW.
           MOVE WRK-MATRICULA-BUSCA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-SECAO
                   MOVE SPACES TO REL-LINHA
                   STRING '  NOME: ' DELIMITED BY SIZE
                       SM-NOME DELIMITED BY SIZE
                       '  NASCIMENTO: ' DELIMITED BY SIZE
                       SM-NASC-DIA '/' SM-NASC-MES '/' SM-NASC-ANO
                       DELIMITED BY SIZE
                       INTO REL-LINHA
                   WRITE REL-LINHA
                   MOVE SPACES TO REL-LINHA
                   STRING '  TURMA: ' DELIMITED BY SIZE
                       SM-TURMA DELIMITED BY SIZE
                       '  STATUS: ' DELIMITED BY SIZE
                       SM-STATUS DELIMITED BY SIZE
                       ' DESDE ' DELIMITED BY SIZE
                       SM-STAT-DIA '/' SM-STAT-MES '/' SM-STAT-ANO
                       DELIMITED BY SIZE
                       INTO REL-LINHA
                   WRITE REL-LINHA
           END-READ.
           CLOSE STUDENT-MASTER.
           PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RESPONSAVEL (GUARDIAN-MASTER, CHAVEADO PELA MATRICULA)
      *----------------------------------------------------------
       3200-LISTAR-RESPONSAVEL.
           MOVE 'RESPONSAVEL (GUARDIAN-MASTER)' TO WRK-TITULO.
           PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT.
           OPEN INPUT GUARDIAN-MASTER.
           IF WRK-FS-RESPONSAVEL NOT = '00'
               PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVO-OK-SW.
           MOVE WRK-MATRICULA-BUSCA TO GM-MATRICULA.
           READ GUARDIAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-SECAO
                   MOVE SPACES TO REL-LINHA
                   STRING '  RESPONSAVEL: ' DELIMITED BY SIZE
                       GM-RESPONSAVEL DELIMITED BY SIZE
                       INTO REL-LINHA
                   WRITE REL-LINHA
                   MOVE SPACES TO REL-LINHA
                   STRING '  ENDERECO: ' DELIMITED BY SIZE
                       GM-ENDERECO1 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       GM-ENDERECO2 DELIMITED BY SIZE
                       INTO REL-LINHA
                   WRITE REL-LINHA
                   MOVE SPACES TO REL-LINHA
                   STRING '  TELEFONE: ' DELIMITED BY SIZE
                       GM-TELEFONE DELIMITED BY SIZE
                       INTO REL-LINHA
                   WRITE REL-LINHA
           END-READ.
           CLOSE GUARDIAN-MASTER.
           PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FAMILIA DO ALUNO: ID DO FAMXREF E CADASTRO DA CASA NO
      * FAMILY-MASTER
      *----------------------------------------------------------
       3300-LISTAR-FAMILIA.
           MOVE 'FAMILIA (FAMXREF / FAMILY-MASTER)' TO WRK-TITULO.
           PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT.
           MOVE ZEROS TO WRK-FAMILIA-BUSCA.
           OPEN INPUT FAMILY-XREF.
           IF WRK-FS-VINCULO NOT = '00'
               PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVO-OK-SW.
           MOVE 'N' TO WRK-EOF-SW.
           PERFORM 3310-LER-VINCULO THRU 3310-EXIT
               UNTIL WRK-EOF.
           CLOSE FAMILY-XREF.
           IF WRK-FAMILIA-BUSCA = ZEROS
               PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT
               GO TO 3300-EXIT
           END-IF.
           OPEN INPUT FAMILY-MASTER.
           IF WRK-FS-FAMILIA = '00'
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 3320-LER-FAMILIA THRU 3320-EXIT
                   UNTIL WRK-EOF
               CLOSE FAMILY-MASTER
           END-IF.
           PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
       3300-EXIT.
           EXIT.

       3310-LER-VINCULO.
           READ FAMILY-XREF
               AT END
                   MOVE 'Y' TO WRK-EOF-SW
               NOT AT END
                   IF XRF-MATRICULA = WRK-MATRICULA-BUSCA
                       ADD 1 TO WRK-QTDE-SECAO
                       MOVE XRF-FAMILIA TO WRK-FAMILIA-BUSCA
                       MOVE SPACES TO REL-LINHA
                       STRING '  VINCULO: FAMILIA ' DELIMITED BY SIZE
                           XRF-FAMILIA DELIMITED BY SIZE
                           INTO REL-LINHA
                       WRITE REL-LINHA
                       MOVE 'Y' TO WRK-EOF-SW
                   END-IF
           END-READ.
       3310-EXIT.
           EXIT.

       3320-LER-FAMILIA.
           READ FAMILY-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-SW
               NOT AT END
                   IF FAM-FAMILIA = WRK-FAMILIA-BUSCA
                       ADD 1 TO WRK-QTDE-SECAO
                       MOVE SPACES TO REL-LINHA
                       STRING '  RESPONSAVEL: ' DELIMITED BY SIZE
                           FAM-RESPONSAVEL DELIMITED BY SIZE
                           '  ALUNOS: ' DELIMITED BY SIZE
                           FAM-QTDE-ALUNOS DELIMITED BY SIZE
                           INTO REL-LINHA
                       WRITE REL-LINHA
                       MOVE SPACES TO REL-LINHA
                       STRING '  ENDERECO: ' DELIMITED BY SIZE
                           FAM-ENDERECO1 DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FAM-ENDERECO2 DELIMITED BY SIZE
                           INTO REL-LINHA
                       WRITE REL-LINHA
                       MOVE SPACES TO REL-LINHA
                       STRING '  TELEFONE: ' DELIMITED BY SIZE
                           FAM-TELEFONE DELIMITED BY SIZE
                           INTO REL-LINHA
                       WRITE REL-LINHA
                       MOVE 'Y' TO WRK-EOF-SW
                   END-IF
           END-READ.
       3320-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FALTAS, JUSTIFICATIVAS E SUSPENSOES (ATTEND-JOURNAL)
      *----------------------------------------------------------
       3400-LISTAR-FALTAS.
           MOVE 'DIARIO DE FREQUENCIA (ATTEND-JOURNAL)' TO WRK-TITULO.
           PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT.
           OPEN INPUT ATTEND-JOURNAL.
           IF WRK-FS-FALTAS NOT = '00'
               PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVO-OK-SW.
           MOVE 'N' TO WRK-EOF-SW.
           PERFORM 3410-LER-FALTA THRU 3410-EXIT
               UNTIL WRK-EOF.
           CLOSE ATTEND-JOURNAL.
           PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
       3400-EXIT.
           EXIT.

       3410-LER-FALTA.
           READ ATTEND-JOURNAL
               AT END
                   MOVE 'Y' TO WRK-EOF-SW
               NOT AT END
                   IF ATJ-MATRICULA = WRK-MATRICULA-BUSCA
                       ADD 1 TO WRK-QTDE-SECAO
                       MOVE SPACES TO REL-LINHA
                       STRING '  ' DELIMITED BY SIZE
                           ATJ-DATA DELIMITED BY SIZE
                           '  TIPO ' DELIMITED BY SIZE
                           ATJ-TIPO DELIMITED BY SIZE
                           '  MOTIVO ' DELIMITED BY SIZE
                           ATJ-MOTIVO DELIMITED BY SIZE
                           INTO REL-LINHA
                       WRITE REL-LINHA
                   END-IF
           END-READ.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SALDO DE MENSALIDADES (TUITION-MASTER)
      *----------------------------------------------------------
       3500-LISTAR-MENSALIDADE.
           MOVE 'MENSALIDADES (TUITION-MASTER)' TO WRK-TITULO.
           PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT.
           OPEN INPUT TUITION-MASTER.
           IF WRK-FS-MENSALIDADE NOT = '00'
               PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVO-OK-SW.
           MOVE WRK-MATRICULA-BUSCA TO TUI-MATRICULA.
           READ TUITION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-SECAO
                   MOVE TUI-SALDO TO WRK-SALDO-EXIBE
                   MOVE SPACES TO REL-LINHA
                   STRING '  SALDO ' DELIMITED BY SIZE
                       WRK-SALDO-EXIBE DELIMITED BY SIZE
                       '  VENCIDO DESDE ' DELIMITED BY SIZE
                       TUI-VENC-ABERTO DELIMITED BY SIZE
                       '  ULT. MOVIMENTO ' DELIMITED BY SIZE
                       TUI-ULT-MOVIMENTO DELIMITED BY SIZE
                       INTO REL-LINHA
                   WRITE REL-LINHA
           END-READ.
           CLOSE TUITION-MASTER.
           PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PARCELAS DO CARNE (CHRGSCHD)
      *----------------------------------------------------------
       3600-LISTAR-CARNE.
           MOVE 'PARCELAS DO CARNE (CHRGSCHD)' TO WRK-TITULO.
           PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT.
           OPEN INPUT CHARGE-SCHEDULE.
           IF WRK-FS-CARNE NOT = '00'
               PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT
               GO TO 3600-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVO-OK-SW.
           MOVE 'N' TO WRK-EOF-SW.
           PERFORM 3610-LER-PARCELA THRU 3610-EXIT
               UNTIL WRK-EOF.
           CLOSE CHARGE-SCHEDULE.
           PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
       3600-EXIT.
           EXIT.

       3610-LER-PARCELA.
           READ CHARGE-SCHEDULE
               AT END
                   MOVE 'Y' TO WRK-EOF-SW
               NOT AT END
                   IF CHG-MATRICULA = WRK-MATRICULA-BUSCA
                       ADD 1 TO WRK-QTDE-SECAO
                       MOVE CHG-VALOR TO WRK-VALOR-EXIBE
                       MOVE SPACES TO REL-LINHA
                       STRING '  PARCELA ' DELIMITED BY SIZE
                           CHG-PARCELA DELIMITED BY SIZE
                           '  VENC ' DELIMITED BY SIZE
                           CHG-VENCIMENTO DELIMITED BY SIZE
                           '  VALOR ' DELIMITED BY SIZE
                           WRK-VALOR-EXIBE DELIMITED BY SIZE
                           '  STATUS ' DELIMITED BY SIZE
                           CHG-STATUS DELIMITED BY SIZE
                           '  ACORDO ' DELIMITED BY SIZE
                           CHG-ACORDO DELIMITED BY SIZE
                           INTO REL-LINHA
                       WRITE REL-LINHA
                   END-IF
           END-READ.
       3610-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TRILHA DE ALTERACOES DO CADASTRO (DIARIO SMJRNL): A
      * MATRICULA E LIDA DA IMAGEM DEPOIS (OU DA ANTES), COMO NO
      * PROGCOB61
      *----------------------------------------------------------
       3700-LISTAR-DIARIO.
           MOVE 'ALTERACOES DO CADASTRO (DIARIO SMJRNL)' TO WRK-TITULO.
           PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT.
           OPEN INPUT MASTER-CHANGE-LOG.
           IF WRK-FS-DIARIO NOT = '00'
               PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT
               GO TO 3700-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVO-OK-SW.
           MOVE 'N' TO WRK-EOF-SW.
           PERFORM 3710-LER-DIARIO THRU 3710-EXIT
               UNTIL WRK-EOF.
           CLOSE MASTER-CHANGE-LOG.
           PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
       3700-EXIT.
           EXIT.

       3710-LER-DIARIO.
           READ MASTER-CHANGE-LOG
               AT END
                   MOVE 'Y' TO WRK-EOF-SW
                   GO TO 3710-EXIT
           END-READ.
           IF SMJ-DEPOIS NOT = SPACES
               MOVE SMJ-DEPOIS TO IMG-REGISTRO
           ELSE
               MOVE SMJ-ANTES TO IMG-REGISTRO
           END-IF.
           IF IMG-MATRICULA NOT NUMERIC
               GO TO 3710-EXIT
           END-IF.
           MOVE IMG-MATRICULA TO WRK-MATRICULA-LINHA.
           IF WRK-MATRICULA-LINHA NOT = WRK-MATRICULA-BUSCA
               GO TO 3710-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SECAO.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' DELIMITED BY SIZE
               SMJ-DATA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SMJ-PROGRAMA DELIMITED BY SIZE
               ' USUARIO ' DELIMITED BY SIZE
               SMJ-USUARIO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '    ANTES : ' DELIMITED BY SIZE
               SMJ-ANTES DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '    DEPOIS: ' DELIMITED BY SIZE
               SMJ-DEPOIS DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
       3710-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DECLARACOES EMITIDAS PARA A MATRICULA (LOG DECLLOG)
      *----------------------------------------------------------
       3800-LISTAR-DECLARACOES.
           MOVE 'DECLARACOES EMITIDAS (DECLLOG)' TO WRK-TITULO.
           PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT.
           OPEN INPUT DECLARATION-LOG.
           IF WRK-FS-LOG NOT = '00'
               PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT
               GO TO 3800-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVO-OK-SW.
           MOVE 'N' TO WRK-EOF-SW.
           PERFORM 3810-LER-DECLARACAO THRU 3810-EXIT
               UNTIL WRK-EOF.
           CLOSE DECLARATION-LOG.
           PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
       3800-EXIT.
           EXIT.

       3810-LER-DECLARACAO.
           READ DECLARATION-LOG
               AT END
                   MOVE 'Y' TO WRK-EOF-SW
               NOT AT END
                   IF LOG-MATRICULA = WRK-MATRICULA-BUSCA
                       ADD 1 TO WRK-QTDE-SECAO
                       MOVE SPACES TO REL-LINHA
                       STRING '  NR ' DELIMITED BY SIZE
                           LOG-NUMERO DELIMITED BY SIZE
                           ' TIPO ' DELIMITED BY SIZE
                           LOG-TIPO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           LOG-DATA DELIMITED BY SIZE
                           ' PARA ' DELIMITED BY SIZE
                           LOG-SOLICITANTE DELIMITED BY SIZE
                           ' POR ' DELIMITED BY SIZE
                           LOG-USUARIO DELIMITED BY SIZE
                           INTO REL-LINHA
                       WRITE REL-LINHA
                   END-IF
           END-READ.
       3810-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DADOS JA ANONIMIZADOS (LOG ANONLOG DO LGPDANON): LINHAS DA
      * MATRICULA E DA FAMILIA DO ALUNO
      *----------------------------------------------------------
       3900-LISTAR-ANONIMIZACAO.
           MOVE 'DADOS ANONIMIZADOS (ANONLOG)' TO WRK-TITULO.
           PERFORM 7000-ABRIR-SECAO THRU 7000-EXIT.
           OPEN INPUT ANONYMIZATION-LOG.
           IF WRK-FS-ANONIMIZACAO NOT = '00'
               PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT
               GO TO 3900-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVO-OK-SW.
           MOVE 'N' TO WRK-EOF-SW.
           PERFORM 3910-LER-ANONIMIZACAO THRU 3910-EXIT
               UNTIL WRK-EOF.
           CLOSE ANONYMIZATION-LOG.
           PERFORM 7100-FECHAR-SECAO THRU 7100-EXIT.
       3900-EXIT.
           EXIT.

       3910-LER-ANONIMIZACAO.
           READ ANONYMIZATION-LOG
               AT END
                   MOVE 'Y' TO WRK-EOF-SW
                   GO TO 3910-EXIT
           END-READ.
           IF ANL-FAMILIA
               IF WRK-FAMILIA-BUSCA = ZEROS OR
                  ANL-CHAVE NOT = WRK-FAMILIA-BUSCA
                   GO TO 3910-EXIT
               END-IF
           ELSE
               IF ANL-CHAVE NOT = WRK-MATRICULA-BUSCA
                   GO TO 3910-EXIT
               END-IF
           END-IF.
           ADD 1 TO WRK-QTDE-SECAO.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' DELIMITED BY SIZE
               ANL-DATA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ANL-ARQUIVO DELIMITED BY SIZE
               ' REF ' DELIMITED BY SIZE
               ANL-DATA-REFERENCIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ANL-CAMPOS DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
       3910-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA A EMISSAO NO LOG DAS DECLARACOES (TIPO L): NUMERO,
      * MATRICULA, SOLICITANTE, DATA E USUARIO EMISSOR
      *----------------------------------------------------------
       5000-GRAVAR-LOG.
           OPEN EXTEND DECLARATION-LOG.
           IF WRK-FS-LOG = '35'
               OPEN OUTPUT DECLARATION-LOG
           END-IF.
           MOVE SPACES TO LOG-REGISTRO.
           MOVE WRK-NUMERO-DOCUMENTO TO LOG-NUMERO.
           MOVE 'L' TO LOG-TIPO.
           MOVE WRK-MATRICULA-BUSCA TO LOG-MATRICULA.
           MOVE WRK-SOLICITANTE TO LOG-SOLICITANTE.
           MOVE WRK-DATA-HOJE TO LOG-DATA.
           MOVE WRK-USUARIO TO LOG-USUARIO.
           WRITE LOG-REGISTRO.
           CLOSE DECLARATION-LOG.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TITULO E RODAPE DE CADA SECAO DO RELATORIO
      *----------------------------------------------------------
       7000-ABRIR-SECAO.
           MOVE ZEROS TO WRK-QTDE-SECAO.
           MOVE 'N' TO WRK-ARQUIVO-OK-SW.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TITULO TO REL-LINHA.
           WRITE REL-LINHA.
       7000-EXIT.
           EXIT.

       7100-FECHAR-SECAO.
           MOVE SPACES TO REL-LINHA.
           IF NOT WRK-ARQUIVO-OK
               MOVE '  ARQUIVO INDISPONIVEL' TO REL-LINHA
           ELSE
               IF WRK-QTDE-SECAO = ZEROS
                   MOVE '  NENHUM REGISTRO' TO REL-LINHA
               ELSE
                   STRING '  REGISTROS: ' DELIMITED BY SIZE
                       WRK-QTDE-SECAO DELIMITED BY SIZE
                       INTO REL-LINHA
               END-IF
           END-IF.
           WRITE REL-LINHA.
           ADD WRK-QTDE-SECAO TO WRK-QTDE-TOTAL.
       7100-EXIT.
           EXIT.

       8000-FINALIZAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DE REGISTROS DO TITULAR: ' DELIMITED BY SIZE
               WRK-QTDE-TOTAL DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE SUBJECT-REPORT.
           DISPLAY 'RELATORIO LGPD NR ' WRK-NUMERO-DOCUMENTO
               ' EMITIDO PARA A MATRICULA ' WRK-MATRICULA-BUSCA
               ' - REGISTROS ' WRK-QTDE-TOTAL.
       8000-EXIT.
           EXIT.
