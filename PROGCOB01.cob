       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB01.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Aviso de ausencia no mesmo dia por SMS: roda logo
      *            depois da conversao da catraca (PROGCOB45) e, para
      *            cada aluno ATIVO que ficou no ABSINTK do dia, grava
      *            uma mensagem no arquivo SMSOUT do gateway (copybook
      *            SMSREC) com o telefone do responsavel -- o do
      *            FAMILY-MASTER quando o aluno tem familia no
      *            FAMXREF, senao o do GUARDIAN-MASTER. Nao recebe
      *            aviso o aluno com o dia ja abonado (linha J) ou de
      *            suspensao (linha S) no ATTEND-JOURNAL, nem o aluno
      *            em saida pedagogica no cadastro EXCURSAO (copybook
      *            TRIPREC). O retorno de entrega do provedor (SMSRET,
      *            copybook SMSSTAT), quando chega, e lido na mesma
      *            execucao e os numeros que falharam saem no listado
      *            SMSRPT para a secretaria corrigir o cadastro, junto
      *            dos ausentes sem telefone. RC=4 quando ha falha de
      *            entrega ou ausente sem telefone; RC=8 sem o
      *            STUDENT-MASTER.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Motivo SEM TELEFONE da lista encurtado para
      *                    caber nas 40 posicoes da linha.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ABSENCE-INTAKE ASSIGN TO "ABSINTK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FALTAS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT OPTIONAL GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MATRICULA
               FILE STATUS IS WRK-FS-RESPONSAVEL.
           SELECT OPTIONAL FAMILY-MASTER ASSIGN TO "FAMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAMILIA.
           SELECT OPTIONAL FAMILY-XREF ASSIGN TO "FAMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VINCULO.
           SELECT OPTIONAL ATTEND-JOURNAL ASSIGN TO "ATTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIO.
           SELECT OPTIONAL FIELD-TRIPS ASSIGN TO "EXCURSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCURSAO.
           SELECT OPTIONAL SMS-STATUS ASSIGN TO "SMSRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT SMS-OUTBOUND ASSIGN TO "SMSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SAIDA.
           SELECT SMS-REPORT ASSIGN TO "SMSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ABSENCE-INTAKE
           LABEL RECORDS ARE STANDARD.
       01  ABS-REGISTRO.
           05 ABS-MATRICULA        PIC 9(07).
           05 ABS-DATA             PIC 9(08).
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY GUARDREC REPLACING ==:PREFIXO:== BY ==GM==.
       FD  FAMILY-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY FAMREC REPLACING ==:PREFIXO:== BY ==FAM==.
       FD  FAMILY-XREF
           LABEL RECORDS ARE STANDARD.
       COPY FAMXREF REPLACING ==:PREFIXO:== BY ==XRF==.
       FD  ATTEND-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY ATTJREC REPLACING ==:PREFIXO:== BY ==ATJ==.
       FD  FIELD-TRIPS
           LABEL RECORDS ARE STANDARD.
       COPY TRIPREC REPLACING ==:PREFIXO:== BY ==EXC==.
       FD  SMS-STATUS
           LABEL RECORDS ARE STANDARD.
       COPY SMSSTAT REPLACING ==:PREFIXO:== BY ==RET==.
       FD  SMS-OUTBOUND
           LABEL RECORDS ARE STANDARD.
       COPY SMSREC REPLACING ==:PREFIXO:== BY ==SMS==.
       FD  SMS-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-FALTAS PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-RESPONSAVEL PIC X(02) VALUE '00'.
       77 WRK-FS-FAMILIA PIC X(02) VALUE '00'.
       77 WRK-FS-VINCULO PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO PIC X(02) VALUE '00'.
       77 WRK-FS-EXCURSAO PIC X(02) VALUE '00'.
       77 WRK-FS-RETORNO PIC X(02) VALUE '00'.
       77 WRK-FS-SAIDA PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-FALTAS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-FALTAS VALUE 'Y'.
       77 WRK-EOF-FAMILIA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-FAMILIA VALUE 'Y'.
       77 WRK-EOF-VINCULO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-VINCULO VALUE 'Y'.
       77 WRK-EOF-DIARIO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-DIARIO VALUE 'Y'.
       77 WRK-EOF-EXCURSAO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-EXCURSAO VALUE 'Y'.
       77 WRK-EOF-RETORNO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-RETORNO VALUE 'Y'.
       77 WRK-RESPONSAVEL-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-RESPONSAVEL-ABERTO VALUE 'S'.
       77 WRK-LIMITE-ESTOURADO-SW PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-ESTOURADO VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-GRUPO REDEFINES WRK-DATA-AUX.
           05 WRK-AUX-ANO PIC 9(04).
           05 WRK-AUX-MES PIC 9(02).
           05 WRK-AUX-DIA PIC 9(02).
      *---------------------------------------------------------
      * CADASTRO DE FAMILIAS E CROSS-REFERENCE DO PROGCOB60
      *---------------------------------------------------------
       77 WRK-QTDE-FAMILIAS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-FAMILIAS.
           05 WRK-FAM-ITEM OCCURS 600 TIMES
                   INDEXED BY WRK-IDX-FAM.
               10 WRK-FAM-ID          PIC 9(06).
               10 WRK-FAM-TELEFONE    PIC X(15).
       77 WRK-QTDE-VINCULOS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-VINCULOS.
           05 WRK-VIN-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-VIN.
               10 WRK-VIN-MATRICULA PIC 9(07).
               10 WRK-VIN-FAMILIA   PIC 9(06).
      *---------------------------------------------------------
      * ALUNOS COM O DIA JA ABONADO OU DE SUSPENSAO NO DIARIO
      *---------------------------------------------------------
       77 WRK-QTDE-ABONOS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ABONOS.
           05 WRK-ABO-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-ABO.
               10 WRK-ABO-MATRICULA PIC 9(07).
      *---------------------------------------------------------
      * SAIDAS PEDAGOGICAS DO DIA (MATRICULA ZERADA = TURMA TODA)
      *---------------------------------------------------------
       77 WRK-QTDE-SAIDAS PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-SAIDAS.
           05 WRK-SAI-ITEM OCCURS 200 TIMES
                   INDEXED BY WRK-IDX-SAI.
               10 WRK-SAI-TURMA     PIC X(06).
               10 WRK-SAI-MATRICULA PIC 9(07).
      *---------------------------------------------------------
      * APURACAO DO AVISO
      *---------------------------------------------------------
       77 WRK-TELEFONE PIC X(15) VALUE SPACES.
       77 WRK-ACHOU-SW PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-QTDE-AUSENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-AVISOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ABONADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-EM-SAIDA PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-INATIVOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-TELEFONE PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RETORNOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ENTREGUES PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-FALHAS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * LINHAS DO LISTADO
      *---------------------------------------------------------
       01  WRK-LINHA-SEM-TELEFONE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LST-MATRICULA    PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LST-NOME         PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LST-TURMA        PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LST-MOTIVO       PIC X(40).
       01  WRK-LINHA-FALHA.
           05 WRK-LF-DATA          PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LF-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LF-NOME          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LF-TELEFONE      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LF-SITUACAO      PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LF-MOTIVO        PIC X(20).
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-DESCRICAO     PIC X(40).
           05 WRK-LT-QTDE          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 3000-GERAR-AVISOS THRU 3000-EXIT.
           PERFORM 5000-LER-RETORNO THRU 5000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS E CARREGA FAMILIAS, ABONOS E SAIDAS DO DIA
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           OPEN OUTPUT SMS-REPORT.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O LISTADO - FS ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER NOT = '00'
               DISPLAY 'ERRO AO ABRIR O STUDENT-MASTER - FS '
                   WRK-FS-MASTER
               CLOSE SMS-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SMS-OUTBOUND.
           IF WRK-FS-SAIDA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO GATEWAY - FS '
                   WRK-FS-SAIDA
               CLOSE SMS-REPORT STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GUARDIAN-MASTER.
           IF WRK-FS-RESPONSAVEL = '00'
               MOVE 'S' TO WRK-RESPONSAVEL-ABERTO-SW
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
           OPEN INPUT ATTEND-JOURNAL.
           IF WRK-FS-DIARIO = '00'
               PERFORM 1200-LER-DIARIO THRU 1200-EXIT
                   UNTIL WRK-EOF-DIARIO
           END-IF.
           CLOSE ATTEND-JOURNAL.
           OPEN INPUT FIELD-TRIPS.
           IF WRK-FS-EXCURSAO = '00'
               PERFORM 1300-LER-EXCURSAO THRU 1300-EXIT
                   UNTIL WRK-EOF-EXCURSAO
           END-IF.
           CLOSE FIELD-TRIPS.
           IF WRK-LIMITE-ESTOURADO
               DISPLAY 'ATENCAO - TABELA DE FAMILIAS, ABONOS OU SAIDAS '
                   'CHEIA - LINHAS IGNORADAS'
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'AVISO DE AUSENCIA POR SMS - DIA '
               DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
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
                       MOVE FAM-TELEFONE TO
                           WRK-FAM-TELEFONE (WRK-QTDE-FAMILIAS)
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
      * SO INTERESSAM AS LINHAS DO DIA: ABONO (J) OU SUSPENSAO (S)
      *----------------------------------------------------------
       1200-LER-DIARIO.
           READ ATTEND-JOURNAL
               AT END
                   MOVE 'Y' TO WRK-EOF-DIARIO-SW
                   GO TO 1200-EXIT
           END-READ.
           IF ATJ-DATA NOT = WRK-DATA-HOJE
               GO TO 1200-EXIT
           END-IF.
           IF NOT ATJ-JUSTIFICADA AND NOT ATJ-SUSPENSAO
               GO TO 1200-EXIT
           END-IF.
           IF WRK-QTDE-ABONOS >= 1000
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ABONOS.
           MOVE ATJ-MATRICULA TO WRK-ABO-MATRICULA (WRK-QTDE-ABONOS).
       1200-EXIT.
           EXIT.

       1300-LER-EXCURSAO.
           READ FIELD-TRIPS
               AT END
                   MOVE 'Y' TO WRK-EOF-EXCURSAO-SW
                   GO TO 1300-EXIT
           END-READ.
           IF EXC-DATA NOT = WRK-DATA-HOJE
               GO TO 1300-EXIT
           END-IF.
           IF WRK-QTDE-SAIDAS >= 200
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SAIDAS.
           MOVE EXC-TURMA TO WRK-SAI-TURMA (WRK-QTDE-SAIDAS).
           IF EXC-MATRICULA NUMERIC
               MOVE EXC-MATRICULA TO WRK-SAI-MATRICULA (WRK-QTDE-SAIDAS)
           ELSE
               MOVE ZEROS TO WRK-SAI-MATRICULA (WRK-QTDE-SAIDAS)
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UM AVISO POR AUSENTE DO DIA NO ABSINTK DA CATRACA
      *----------------------------------------------------------
       3000-GERAR-AVISOS.
           MOVE 'AUSENTES SEM TELEFONE DO RESPONSAVEL' TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT ABSENCE-INTAKE.
           IF WRK-FS-FALTAS NOT = '00'
               DISPLAY 'SEM AUSENCIAS DA CATRACA NO DIA - FS '
                   WRK-FS-FALTAS
               MOVE 'Y' TO WRK-EOF-FALTAS-SW
           END-IF.
           PERFORM 3100-AVISAR-AUSENTE THRU 3100-EXIT
               UNTIL WRK-EOF-FALTAS.
           CLOSE ABSENCE-INTAKE.
           IF WRK-QTDE-SEM-TELEFONE = ZEROS
               MOVE '  NENHUM' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'AUSENTES NO ABSINTK DO DIA' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-AUSENTES TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'AVISOS GRAVADOS PARA O GATEWAY' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-AVISOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'SEM AVISO - DIA ABONADO OU SUSPENSAO' TO
               WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-ABONADOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'SEM AVISO - SAIDA PEDAGOGICA' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-EM-SAIDA TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'SEM AVISO - ALUNO NAO ATIVO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-INATIVOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'SEM AVISO - SEM TELEFONE' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-SEM-TELEFONE TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       3000-EXIT.
           EXIT.

       3100-AVISAR-AUSENTE.
           READ ABSENCE-INTAKE
               AT END
                   MOVE 'Y' TO WRK-EOF-FALTAS-SW
                   GO TO 3100-EXIT
           END-READ.
           IF ABS-DATA NOT = WRK-DATA-HOJE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-AUSENTES.
           MOVE ABS-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO WRK-QTDE-INATIVOS
                   GO TO 3100-EXIT
           END-READ.
           IF NOT SM-ATIVO
               ADD 1 TO WRK-QTDE-INATIVOS
               GO TO 3100-EXIT
           END-IF.
           SET WRK-IDX-ABO TO 1.
           SEARCH WRK-ABO-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-ABO > WRK-QTDE-ABONOS
                   CONTINUE
               WHEN WRK-ABO-MATRICULA (WRK-IDX-ABO) = ABS-MATRICULA
                   ADD 1 TO WRK-QTDE-ABONADOS
                   GO TO 3100-EXIT
           END-SEARCH.
           SET WRK-IDX-SAI TO 1.
           SEARCH WRK-SAI-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-SAI > WRK-QTDE-SAIDAS
                   CONTINUE
               WHEN WRK-SAI-TURMA (WRK-IDX-SAI) = SM-TURMA AND
                    (WRK-SAI-MATRICULA (WRK-IDX-SAI) = ZEROS OR
                     WRK-SAI-MATRICULA (WRK-IDX-SAI) = ABS-MATRICULA)
                   ADD 1 TO WRK-QTDE-EM-SAIDA
                   GO TO 3100-EXIT
           END-SEARCH.
           PERFORM 3200-BUSCAR-TELEFONE THRU 3200-EXIT.
           IF WRK-TELEFONE = SPACES
               ADD 1 TO WRK-QTDE-SEM-TELEFONE
               MOVE SM-MATRICULA TO WRK-LST-MATRICULA
               MOVE SM-NOME TO WRK-LST-NOME
               MOVE SM-TURMA TO WRK-LST-TURMA
               MOVE 'SEM TELEFONE NA FAMILIA/RESPONSAVEL'
                   TO WRK-LST-MOTIVO
               WRITE REL-LINHA FROM WRK-LINHA-SEM-TELEFONE
               GO TO 3100-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE TO SMS-ID-DATA.
           MOVE SM-MATRICULA TO SMS-ID-MATRICULA.
           MOVE WRK-TELEFONE TO SMS-TELEFONE.
           MOVE SPACES TO SMS-TEXTO.
           STRING 'ESCOLA INFORMA: ' DELIMITED BY SIZE
               SM-NOME DELIMITED BY '  '
               ' (TURMA ' DELIMITED BY SIZE
               SM-TURMA DELIMITED BY SPACE
               ') NAO REGISTROU ENTRADA HOJE, ' DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               '. EM CASO DE DUVIDA PROCURE A SECRETARIA.'
               DELIMITED BY SIZE
               INTO SMS-TEXTO.
           WRITE SMS-REGISTRO.
           ADD 1 TO WRK-QTDE-AVISOS.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TELEFONE DA FAMILIA QUANDO O ALUNO ESTA VINCULADO E A
      * FAMILIA TEM TELEFONE; SENAO O DO GUARDIAN-MASTER
      *----------------------------------------------------------
       3200-BUSCAR-TELEFONE.
           MOVE SPACES TO WRK-TELEFONE.
           SET WRK-IDX-VIN TO 1.
           SEARCH WRK-VIN-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-VIN > WRK-QTDE-VINCULOS
                   CONTINUE
               WHEN WRK-VIN-MATRICULA (WRK-IDX-VIN) = SM-MATRICULA
                   SET WRK-IDX-FAM TO 1
                   SEARCH WRK-FAM-ITEM
                       AT END
                           CONTINUE
                       WHEN WRK-IDX-FAM > WRK-QTDE-FAMILIAS
                           CONTINUE
                       WHEN WRK-FAM-ID (WRK-IDX-FAM) =
                            WRK-VIN-FAMILIA (WRK-IDX-VIN)
                           MOVE WRK-FAM-TELEFONE (WRK-IDX-FAM) TO
                               WRK-TELEFONE
                   END-SEARCH
           END-SEARCH.
           IF WRK-TELEFONE NOT = SPACES
               GO TO 3200-EXIT
           END-IF.
           IF WRK-RESPONSAVEL-ABERTO
               MOVE SM-MATRICULA TO GM-MATRICULA
               READ GUARDIAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GM-TELEFONE TO WRK-TELEFONE
               END-READ
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RETORNO DE ENTREGA DO PROVEDOR: LISTA AS MENSAGENS QUE NAO
      * FORAM ENTREGUES, COM O ALUNO, O NUMERO E O MOTIVO
      *----------------------------------------------------------
       5000-LER-RETORNO.
           MOVE 'FALHAS DE ENTREGA NO RETORNO DO PROVEDOR' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'DATA       MATRIC. ALUNO                TELEFONE'
               TO REL-LINHA.
           MOVE 'SI MOTIVO' TO REL-LINHA (57:9).
           WRITE REL-LINHA.
           OPEN INPUT SMS-STATUS.
           IF WRK-FS-RETORNO NOT = '00'
               MOVE 'Y' TO WRK-EOF-RETORNO-SW
           END-IF.
           PERFORM 5100-CONFERIR-ENTREGA THRU 5100-EXIT
               UNTIL WRK-EOF-RETORNO.
           CLOSE SMS-STATUS.
           IF WRK-QTDE-FALHAS = ZEROS
               MOVE '  NENHUMA' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'MENSAGENS NO RETORNO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-RETORNOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'ENTREGUES' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-ENTREGUES TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'FALHAS - CORRIGIR TELEFONE NO CADASTRO' TO
               WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-FALHAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
       5000-EXIT.
           EXIT.

       5100-CONFERIR-ENTREGA.
           READ SMS-STATUS
               AT END
                   MOVE 'Y' TO WRK-EOF-RETORNO-SW
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-RETORNOS.
           IF RET-ENTREGUE
               ADD 1 TO WRK-QTDE-ENTREGUES
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-FALHAS.
           MOVE SPACES TO WRK-LF-DATA.
           IF RET-ID-DATA NUMERIC
               MOVE RET-ID-DATA TO WRK-DATA-AUX
               STRING WRK-AUX-DIA '/' WRK-AUX-MES '/' WRK-AUX-ANO
                   DELIMITED BY SIZE INTO WRK-LF-DATA
           END-IF.
           MOVE ZEROS TO WRK-LF-MATRICULA.
           MOVE 'NAO IDENTIFICADO' TO WRK-LF-NOME.
           IF RET-ID-MATRICULA NUMERIC
               MOVE RET-ID-MATRICULA TO WRK-LF-MATRICULA
               MOVE RET-ID-MATRICULA TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NOME TO WRK-LF-NOME
               END-READ
           END-IF.
           MOVE RET-TELEFONE TO WRK-LF-TELEFONE.
           MOVE RET-SITUACAO TO WRK-LF-SITUACAO.
           MOVE RET-MOTIVO TO WRK-LF-MOTIVO.
           WRITE REL-LINHA FROM WRK-LINHA-FALHA.
       5100-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE SMS-OUTBOUND SMS-REPORT STUDENT-MASTER.
           IF WRK-RESPONSAVEL-ABERTO
               CLOSE GUARDIAN-MASTER
           END-IF.
           IF (WRK-QTDE-FALHAS > ZEROS OR
               WRK-QTDE-SEM-TELEFONE > ZEROS) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'AUSENTES NO DIA............: ' WRK-QTDE-AUSENTES.
           DISPLAY 'AVISOS GRAVADOS............: ' WRK-QTDE-AVISOS.
           DISPLAY 'AUSENTES SEM TELEFONE......: '
               WRK-QTDE-SEM-TELEFONE.
           DISPLAY 'FALHAS DE ENTREGA..........: ' WRK-QTDE-FALHAS.
       8000-EXIT.
           EXIT.
