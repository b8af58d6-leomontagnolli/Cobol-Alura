       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB79.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Relatorio semanal de documentos pendentes: passa
      *            os alunos ATIVOS do STUDENT-MASTER pela rotina
      *            comum DOCCHECK (lista DOCREQ do nivel da turma
      *            contra as entregas do DOC-TRACKING) e lista em
      *            PENDRPT, por turma, cada aluno com documento
      *            obrigatorio pendente, os codigos que faltam e o
      *            contato do responsavel no GUARDIAN-MASTER, para a
      *            secretaria cobrar antes que o censo (PROGCOB34) ou
      *            uma auditoria de transferencia peca o papel.
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
           SELECT PENDING-REPORT ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY GUARDREC REPLACING ==:PREFIXO:== BY ==GRD==.
       FD  PENDING-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY DOCLIST REPLACING ==:PREFIXO:== BY ==DCK==.

       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-RESPONSAVEL PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-MASTER-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-MASTER VALUE 'Y'.
       77 WRK-RESPONSAVEL-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-RESPONSAVEL-ABERTO VALUE 'S'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-QTDE-ATIVOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-COM-PENDENCIA PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-DOCS-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-IDX-DOC PIC 9(02) VALUE ZEROS.
       77 WRK-PONTEIRO PIC 9(02) VALUE ZEROS.
       77 WRK-CODIGOS-AUX PIC X(30) VALUE SPACES.
       77 WRK-TURMA-AUX PIC X(06) VALUE SPACES.
      *---------------------------------------------------------
      * ALUNOS COM OBRIGATORIO PENDENTE, GUARDADOS PARA SAIREM
      * AGRUPADOS POR TURMA
      *---------------------------------------------------------
       77 WRK-QTDE-PENDENCIAS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-PENDENCIAS.
           05 WRK-PEN-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-PEN.
               10 WRK-PEN-MATRICULA    PIC 9(07).
               10 WRK-PEN-NOME         PIC X(20).
               10 WRK-PEN-TURMA        PIC X(06).
               10 WRK-PEN-CODIGOS      PIC X(30).
      *---------------------------------------------------------
      * TURMAS COM PENDENCIA, NA ORDEM EM QUE APARECEM
      *---------------------------------------------------------
       77 WRK-QTDE-TURMAS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-TURMAS.
           05 WRK-TURMA-ITEM OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-TURMA.
               10 WRK-TURMA-CODIGO      PIC X(06).
               10 WRK-TURMA-ALUNOS      PIC 9(04).
       77 WRK-TURMA-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-TURMA-ACHADA VALUE 'S'.
      *---------------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------------
       01  WRK-LINHA-ALUNO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-NOME          PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-CODIGOS       PIC X(30).
       01  WRK-LINHA-CONTATO.
           05 FILLER               PIC X(11) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE 'RESPONSAVEL: '.
           05 WRK-LC-RESPONSAVEL   PIC X(30).
           05 FILLER               PIC X(06) VALUE ' TEL: '.
           05 WRK-LC-TELEFONE      PIC X(15).
       01  WRK-LINHA-TOTAL-TURMA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(28) VALUE
                                       'ALUNOS COM PENDENCIA: '.
           05 WRK-LTT-ALUNOS       PIC ZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-ALUNO THRU 2000-EXIT
               UNTIL WRK-EOF-MASTER.
           PERFORM 5000-RELATORIO THRU 5000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS; SEM CADASTRO DE RESPONSAVEIS O
      * RELATORIO SAI SEM O CONTATO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT GUARDIAN-MASTER.
           IF WRK-FS-RESPONSAVEL = '00'
               MOVE 'S' TO WRK-RESPONSAVEL-ABERTO-SW
           END-IF.
           OPEN OUTPUT PENDING-REPORT.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           IF WRK-FS-MASTER NOT = '00' OR WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - MASTER '
                   WRK-FS-MASTER ' RELATORIO ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WRK-EOF-MASTER-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PASSA O MASTER INTEIRO; SO ALUNO ATIVO E CONFERIDO
      *----------------------------------------------------------
       2000-PROCESSAR-ALUNO.
           READ STUDENT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-MASTER-SW
                   GO TO 2000-EXIT
           END-READ.
           IF NOT SM-ATIVO
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ATIVOS.
           CALL 'DOCCHECK' USING SM-MATRICULA SM-TURMA
               DCK-DOCUMENTOS.
           IF DCK-QTDE-PENDENTES = ZEROS
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-COM-PENDENCIA.
           ADD DCK-QTDE-PENDENTES TO WRK-QTDE-DOCS-PENDENTES.
           IF WRK-QTDE-PENDENCIAS >= 1000
               DISPLAY 'ATENCAO - TABELA DE PENDENCIAS CHEIA, '
                   'ALUNO FORA DO RELATORIO: ' SM-MATRICULA
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WRK-CODIGOS-AUX.
           MOVE 1 TO WRK-PONTEIRO.
           PERFORM 2100-MONTAR-CODIGOS THRU 2100-EXIT
               VARYING WRK-IDX-DOC FROM 1 BY 1
               UNTIL WRK-IDX-DOC > DCK-QTDE-EXIGIDOS.
           ADD 1 TO WRK-QTDE-PENDENCIAS.
           SET WRK-IDX-PEN TO WRK-QTDE-PENDENCIAS.
           MOVE SM-MATRICULA TO WRK-PEN-MATRICULA (WRK-IDX-PEN).
           MOVE SM-NOME TO WRK-PEN-NOME (WRK-IDX-PEN).
           MOVE SM-TURMA TO WRK-PEN-TURMA (WRK-IDX-PEN).
           MOVE WRK-CODIGOS-AUX TO WRK-PEN-CODIGOS (WRK-IDX-PEN).
           MOVE SM-TURMA TO WRK-TURMA-AUX.
           PERFORM 2200-LOCALIZAR-TURMA THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CODIGOS DOS OBRIGATORIOS PENDENTES, SEPARADOS POR BRANCO
      *----------------------------------------------------------
       2100-MONTAR-CODIGOS.
           IF NOT DCK-DOC-EXIGIDO (WRK-IDX-DOC) OR
              DCK-DOC-ENTREGA (WRK-IDX-DOC) NOT = ZEROS
               GO TO 2100-EXIT
           END-IF.
           IF WRK-PONTEIRO > 26
               GO TO 2100-EXIT
           END-IF.
           STRING DCK-DOC-CODIGO (WRK-IDX-DOC) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INTO WRK-CODIGOS-AUX
               WITH POINTER WRK-PONTEIRO.
       2100-EXIT.
           EXIT.

       2200-LOCALIZAR-TURMA.
           MOVE 'N' TO WRK-TURMA-ACHADA-SW.
           SET WRK-IDX-TURMA TO 1.
           SEARCH WRK-TURMA-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-TURMA > WRK-QTDE-TURMAS
                   CONTINUE
               WHEN WRK-TURMA-CODIGO (WRK-IDX-TURMA) = WRK-TURMA-AUX
                   MOVE 'S' TO WRK-TURMA-ACHADA-SW
           END-SEARCH.
           IF NOT WRK-TURMA-ACHADA AND WRK-QTDE-TURMAS < 50
               ADD 1 TO WRK-QTDE-TURMAS
               SET WRK-IDX-TURMA TO WRK-QTDE-TURMAS
               MOVE WRK-TURMA-AUX TO WRK-TURMA-CODIGO (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-ALUNOS (WRK-IDX-TURMA)
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RELATORIO: UM BLOCO POR TURMA COM OS ALUNOS PENDENTES E O
      * CONTATO DO RESPONSAVEL
      *----------------------------------------------------------
       5000-RELATORIO.
           IF NOT WRK-ARQUIVOS-ABERTOS OR WRK-FS-RELATORIO NOT = '00'
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'DOCUMENTOS OBRIGATORIOS PENDENTES EM '
               DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTDE-PENDENCIAS = ZEROS
               MOVE 'NENHUM ALUNO ATIVO COM DOCUMENTO PENDENTE'
                   TO REL-LINHA
               WRITE REL-LINHA
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-LISTAR-TURMA THRU 5100-EXIT
               VARYING WRK-IDX-TURMA FROM 1 BY 1
               UNTIL WRK-IDX-TURMA > WRK-QTDE-TURMAS.
       5000-EXIT.
           EXIT.

       5100-LISTAR-TURMA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TURMA ' WRK-TURMA-CODIGO (WRK-IDX-TURMA)
               DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  MATRIC.  NOME                  '
               'DOCUMENTOS PENDENTES'
               DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 5200-LISTAR-ALUNO THRU 5200-EXIT
               VARYING WRK-IDX-PEN FROM 1 BY 1
               UNTIL WRK-IDX-PEN > WRK-QTDE-PENDENCIAS.
           MOVE WRK-TURMA-ALUNOS (WRK-IDX-TURMA) TO WRK-LTT-ALUNOS.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL-TURMA.
       5100-EXIT.
           EXIT.

       5200-LISTAR-ALUNO.
           IF WRK-PEN-TURMA (WRK-IDX-PEN) NOT =
              WRK-TURMA-CODIGO (WRK-IDX-TURMA)
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO WRK-TURMA-ALUNOS (WRK-IDX-TURMA).
           MOVE WRK-PEN-MATRICULA (WRK-IDX-PEN) TO WRK-LA-MATRICULA.
           MOVE WRK-PEN-NOME (WRK-IDX-PEN) TO WRK-LA-NOME.
           MOVE WRK-PEN-CODIGOS (WRK-IDX-PEN) TO WRK-LA-CODIGOS.
           WRITE REL-LINHA FROM WRK-LINHA-ALUNO.
           MOVE 'NAO CADASTRADO' TO WRK-LC-RESPONSAVEL.
           MOVE SPACES TO WRK-LC-TELEFONE.
           IF WRK-RESPONSAVEL-ABERTO
               MOVE WRK-PEN-MATRICULA (WRK-IDX-PEN) TO GRD-MATRICULA
               READ GUARDIAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRD-RESPONSAVEL TO WRK-LC-RESPONSAVEL
                       MOVE GRD-TELEFONE TO WRK-LC-TELEFONE
               END-READ
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-CONTATO.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE STUDENT-MASTER
               CLOSE PENDING-REPORT
           END-IF.
           IF WRK-RESPONSAVEL-ABERTO
               CLOSE GUARDIAN-MASTER
           END-IF.
           DISPLAY 'ALUNOS ATIVOS CONFERIDOS: ' WRK-QTDE-ATIVOS.
           DISPLAY 'ALUNOS COM DOCUMENTO PENDENTE: '
               WRK-QTDE-COM-PENDENCIA.
           DISPLAY 'DOCUMENTOS OBRIGATORIOS PENDENTES: '
               WRK-QTDE-DOCS-PENDENTES.
       8000-EXIT.
           EXIT.
