      *                    (inclusao tem o ANTES em branco), para a
      *                    consulta do PROGCOB61 responder quem
      *                    mudou o que e quando.
      * 15/10/2026 LL      A lotacao por secao passa a descontar as
      *                    vagas reservadas pela campanha de
      *                    rematricula (REENROLL-MASTER, copybook
      *                    REMAREC, opcional): cada rematricula
      *                    CONFIRMADA de aluno ATIVO que ainda nao
      *                    esta na turma projetada ocupa uma vaga
      *                    dessa turma antes da intomada nova, e o
      *                    resumo de lotacao mostra as reservadas.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECOES.
           SELECT OPTIONAL REENROLL-MASTER ASSIGN TO "REMATRIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WRK-FS-REMATRICULA.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-INTAKE
       FD  EXCEPTIONS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXCPREC REPLACING ==:PREFIXO:== BY ==EXC==.
       FD  REENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY REMAREC REPLACING ==:PREFIXO:== BY ==REM==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==WRK==.
               10 WRK-TURMA-CODIGO     PIC X(06).
               10 WRK-TURMA-CAPACIDADE PIC 9(05).
               10 WRK-TURMA-CARREGADOS PIC 9(05).
               10 WRK-TURMA-RESERVADOS PIC 9(05).
      *---------------------------------------------------------
      * VAGAS RESERVADAS PELA CAMPANHA DE REMATRICULA: UMA LINHA
      * POR TURMA PROJETADA COM AS CONFIRMADAS DE ALUNOS ATIVOS
      * QUE AINDA NAO ESTAO NA TURMA (A ROLAGEM NAO RODOU)
      *---------------------------------------------------------
       77 WRK-FS-REMATRICULA PIC X(02) VALUE '00'.
       77 WRK-FIM-RESERVAS-SW PIC X(01) VALUE 'N'.
           88 WRK-FIM-RESERVAS VALUE 'Y'.
       77 WRK-QTDE-RESERVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RESERVAS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-RESERVAS.
           05 WRK-RESERVA-ITEM OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-RESERVA.
               10 WRK-RESERVA-TURMA    PIC X(06).
               10 WRK-RESERVA-QTDE     PIC 9(05).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
                   WRK-FS-INTAKE ' MASTER ' WRK-FS-MASTER
               MOVE 'Y' TO WRK-EOF-SW
           ELSE
               PERFORM 1300-CARREGAR-RESERVAS THRU 1300-EXIT
               IF WRK-QTDE-CHECKPOINT > ZEROS
                   DISPLAY 'RETOMANDO APOS O REGISTRO '
                       WRK-QTDE-CHECKPOINT
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA AS VAGAS RESERVADAS PELA REMATRICULA: CONFIRMADAS
      * DO ANO LETIVO CORRENTE EM DIANTE, DE ALUNO ATIVO QUE AINDA
      * NAO ESTA NA TURMA PROJETADA (DEPOIS DA ROLAGEM O ALUNO JA
      * E DA TURMA E NAO RESERVA MAIS NADA). SEM O CADASTRO DA
      * CAMPANHA, NAO HA RESERVA.
      *----------------------------------------------------------
       1300-CARREGAR-RESERVAS.
           OPEN INPUT REENROLL-MASTER.
           IF WRK-FS-REMATRICULA NOT = '00'
               GO TO 1300-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-RESERVAS-SW.
           MOVE WRK-ANO TO REM-ANO-LETIVO.
           MOVE ZEROS TO REM-MATRICULA.
           START REENROLL-MASTER KEY NOT < REM-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-RESERVAS-SW
           END-START.
           PERFORM 1350-LER-RESERVA THRU 1350-EXIT
               UNTIL WRK-FIM-RESERVAS.
           CLOSE REENROLL-MASTER.
           IF WRK-QTDE-RESERVADOS > ZEROS
               DISPLAY 'VAGAS RESERVADAS PELA REMATRICULA: '
                   WRK-QTDE-RESERVADOS
           END-IF.
       1300-EXIT.
           EXIT.

       1350-LER-RESERVA.
           READ REENROLL-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-FIM-RESERVAS-SW
                   GO TO 1350-EXIT
           END-READ.
           IF NOT REM-CONFIRMADA
               GO TO 1350-EXIT
           END-IF.
           MOVE REM-MATRICULA TO OUT-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   GO TO 1350-EXIT
           END-READ.
           IF NOT OUT-ATIVO OR OUT-TURMA = REM-TURMA-PROJETADA
               GO TO 1350-EXIT
           END-IF.
           SET WRK-IDX-RESERVA TO 1.
           SEARCH WRK-RESERVA-ITEM
               AT END
                   PERFORM 1370-REGISTRAR-RESERVA THRU 1370-EXIT
               WHEN WRK-IDX-RESERVA > WRK-QTDE-RESERVAS
                   PERFORM 1370-REGISTRAR-RESERVA THRU 1370-EXIT
               WHEN WRK-RESERVA-TURMA (WRK-IDX-RESERVA) =
                    REM-TURMA-PROJETADA
                   ADD 1 TO WRK-RESERVA-QTDE (WRK-IDX-RESERVA)
                   ADD 1 TO WRK-QTDE-RESERVADOS
           END-SEARCH.
       1350-EXIT.
           EXIT.

       1370-REGISTRAR-RESERVA.
           IF WRK-QTDE-RESERVAS < 50
               ADD 1 TO WRK-QTDE-RESERVAS
               SET WRK-IDX-RESERVA TO WRK-QTDE-RESERVAS
               MOVE REM-TURMA-PROJETADA TO
                   WRK-RESERVA-TURMA (WRK-IDX-RESERVA)
               MOVE 1 TO WRK-RESERVA-QTDE (WRK-IDX-RESERVA)
               ADD 1 TO WRK-QTDE-RESERVADOS
           ELSE
               DISPLAY 'ATENCAO - TABELA DE RESERVAS CHEIA, RESERVA '
                   'IGNORADA PARA: ' REM-TURMA-PROJETADA
           END-IF.
       1370-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LE O TAMANHO ESPERADO DA TURMA EM CLASS-PARAMETERS. SE O
      * ARQUIVO NAO EXISTIR, A CONFERENCIA FINAL FICA DESLIGADA
           END-SEARCH.
           IF WRK-TURMA-ACHADA
               IF WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA) > ZEROS AND
                  WRK-TURMA-CARREGADOS (WRK-IDX-TURMA) +
                  WRK-TURMA-RESERVADOS (WRK-IDX-TURMA) >=
                      WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
                   MOVE 'S' TO WRK-TURMA-CHEIA-SW
               END-IF
               MOVE WRK-CAPACIDADE-AUX TO
                   WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-CARREGADOS (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-RESERVADOS (WRK-IDX-TURMA)
               SET WRK-IDX-RESERVA TO 1
               SEARCH WRK-RESERVA-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-RESERVA > WRK-QTDE-RESERVAS
                       CONTINUE
                   WHEN WRK-RESERVA-TURMA (WRK-IDX-RESERVA) = WRK-TURMA
                       MOVE WRK-RESERVA-QTDE (WRK-IDX-RESERVA) TO
                           WRK-TURMA-RESERVADOS (WRK-IDX-TURMA)
               END-SEARCH
               MOVE 'S' TO WRK-TURMA-ACHADA-SW
           ELSE
               DISPLAY 'ATENCAO - TABELA DE TURMAS CHEIA, SEM '

       8250-RESUMO-UMA-TURMA.
           IF WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA) > ZEROS AND
              WRK-TURMA-CARREGADOS (WRK-IDX-TURMA) +
              WRK-TURMA-RESERVADOS (WRK-IDX-TURMA) >=
                  WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
               DISPLAY 'TURMA ' WRK-TURMA-CODIGO (WRK-IDX-TURMA)
                   ' CARREGADOS ' WRK-TURMA-CARREGADOS (WRK-IDX-TURMA)
                   ' RESERVADOS ' WRK-TURMA-RESERVADOS (WRK-IDX-TURMA)
                   ' CAPACIDADE ' WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
                   ' *** LOTADA ***'
           ELSE
               DISPLAY 'TURMA ' WRK-TURMA-CODIGO (WRK-IDX-TURMA)
                   ' CARREGADOS ' WRK-TURMA-CARREGADOS (WRK-IDX-TURMA)
                   ' RESERVADOS ' WRK-TURMA-RESERVADOS (WRK-IDX-TURMA)
                   ' CAPACIDADE ' WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
           END-IF.
       8250-EXIT.
