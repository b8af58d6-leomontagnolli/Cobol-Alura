      *                    sem ela, a troca que passou pela fila
      *                    perdia o rastro que frequencia e
      *                    relatorios usam para prorratear.
      * 15/10/2026 LL      A vaga da turma passa a descontar as
      *                    reservas da campanha de rematricula
      *                    (REENROLL-MASTER, copybook REMAREC,
      *                    opcional): rematricula CONFIRMADA de aluno
      *                    ATIVO que ainda nao esta na turma projetada
      *                    ocupa uma vaga dessa turma antes da fila
      *                    ser admitida; o resumo por turma mostra as
      *                    reservadas.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MEMBER-HISTORY ASSIGN TO "MEMBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTACAO.
           SELECT OPTIONAL REENROLL-MASTER ASSIGN TO "REMATRIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WRK-FS-REMATRICULA.
       DATA DIVISION.
       FILE SECTION.
       FD  WAITLIST-FILE
       FD  MEMBER-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY MBRREC REPLACING ==:PREFIXO:== BY ==MBR==.
       FD  REENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY REMAREC REPLACING ==:PREFIXO:== BY ==REM==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-TURMA-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-TURMA-ACHADA VALUE 'S'.
       77 WRK-CAPACIDADE-AUX PIC 9(05) VALUE ZEROS.
       77 WRK-FS-REMATRICULA PIC X(02) VALUE '00'.
       77 WRK-FIM-RESERVAS-SW PIC X(01) VALUE 'N'.
           88 WRK-FIM-RESERVAS VALUE 'Y'.
      *---------------------------------------------------------
      * LOTACAO POR TURMA: ATIVOS CONTADOS NO MASTER, VAGAS
      * RESERVADAS PELA REMATRICULA CONFIRMADA E ADMITIDOS NESTA
      * EXECUCAO CONTRA A CAPACIDADE DA SALA, E A
      * POSICAO NA FILA DE QUEM SEGUE ESPERANDO. CAPACIDADE ZERO =
      * SEM CONTROLE DE LOTACAO (MESMA REGRA DO PROGCOB02).
      *---------------------------------------------------------
               10 WRK-TURMA-CODIGO     PIC X(06).
               10 WRK-TURMA-CAPACIDADE PIC 9(05).
               10 WRK-TURMA-ATIVOS     PIC 9(05).
               10 WRK-TURMA-RESERVADOS PIC 9(05).
               10 WRK-TURMA-ADMITIDOS  PIC 9(05).
               10 WRK-TURMA-FILA       PIC 9(05).
       77 WRK-TURMA-AUX PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-ATIVOS        PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-RESERVADOS    PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-ADMITIDOS     PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-CAPACIDADE    PIC ZZZZ9.
           END-IF.
           PERFORM 1100-CONTAR-ATIVOS THRU 1100-EXIT
               UNTIL WRK-EOF-MASTER.
           PERFORM 1600-CARREGAR-RESERVAS THRU 1600-EXIT.
           PERFORM 1500-CABECALHO THRU 1500-EXIT.
           PERFORM 3000-LER-ESPERA THRU 3000-EXIT.
       1000-EXIT.
               MOVE WRK-CAPACIDADE-AUX TO
                   WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-ATIVOS (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-RESERVADOS (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-ADMITIDOS (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-FILA (WRK-IDX-TURMA)
               MOVE 'S' TO WRK-TURMA-ACHADA-SW
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VAGAS RESERVADAS PELA REMATRICULA: CONFIRMADAS DO ANO
      * LETIVO CORRENTE EM DIANTE, DE ALUNO ATIVO QUE AINDA NAO
      * ESTA NA TURMA PROJETADA (DEPOIS DA ROLAGEM ELE JA CONTA
      * COMO ATIVO DA TURMA). SEM O CADASTRO DA CAMPANHA, NAO HA
      * RESERVA.
      *----------------------------------------------------------
       1600-CARREGAR-RESERVAS.
           OPEN INPUT REENROLL-MASTER.
           IF WRK-FS-REMATRICULA NOT = '00'
               GO TO 1600-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-RESERVAS-SW.
           MOVE WRK-ANO TO REM-ANO-LETIVO.
           MOVE ZEROS TO REM-MATRICULA.
           START REENROLL-MASTER KEY NOT < REM-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-RESERVAS-SW
           END-START.
           PERFORM 1650-LER-RESERVA THRU 1650-EXIT
               UNTIL WRK-FIM-RESERVAS.
           CLOSE REENROLL-MASTER.
       1600-EXIT.
           EXIT.

       1650-LER-RESERVA.
           READ REENROLL-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-FIM-RESERVAS-SW
                   GO TO 1650-EXIT
           END-READ.
           IF NOT REM-CONFIRMADA
               GO TO 1650-EXIT
           END-IF.
           MOVE REM-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   GO TO 1650-EXIT
           END-READ.
           IF NOT SM-ATIVO OR SM-TURMA = REM-TURMA-PROJETADA
               GO TO 1650-EXIT
           END-IF.
           MOVE REM-TURMA-PROJETADA TO WRK-TURMA-AUX.
           PERFORM 1200-LOCALIZAR-TURMA THRU 1200-EXIT.
           IF WRK-TURMA-ACHADA
               ADD 1 TO WRK-TURMA-RESERVADOS (WRK-IDX-TURMA)
           END-IF.
       1650-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TRATA UM ALUNO DA LISTA DE ESPERA NA ORDEM DE CHEGADA:
      * HAVENDO VAGA NA TURMA ELE E ADMITIDO NO MASTER; SEM VAGA,
           EXIT.

      *----------------------------------------------------------
      * HA VAGA QUANDO OS ATIVOS DO MASTER, AS RESERVAS DA
      * REMATRICULA E OS ADMITIDOS NESTA EXECUCAO AINDA NAO
      * ATINGEM A CAPACIDADE DA SALA (CAPACIDADE
      * ZERO = SEM CONTROLE, ADMITE SEMPRE)
      *----------------------------------------------------------
       2100-CONFERIR-VAGA.
                   MOVE 'S' TO WRK-VAGA-SW
               ELSE
                   IF WRK-TURMA-ATIVOS (WRK-IDX-TURMA) +
                      WRK-TURMA-RESERVADOS (WRK-IDX-TURMA) +
                      WRK-TURMA-ADMITIDOS (WRK-IDX-TURMA) <
                          WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
                       MOVE 'S' TO WRK-VAGA-SW

      *----------------------------------------------------------
      * RESUMO DE LOTACAO POR TURMA APOS AS ADMISSOES: ATIVOS,
      * RESERVADAS PELA REMATRICULA, ADMITIDOS NESTA EXECUCAO,
      * CAPACIDADE E QUEM SEGUE NA FILA
      *----------------------------------------------------------
       7000-RESUMO-TURMAS.
           IF WRK-QTDE-LIDOS = ZEROS
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           STRING '  TURMA   ATIVOS  RESERV  ADMIT.  CAPAC.  NA FILA'
               DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
       7100-RESUMO-UMA-TURMA.
           MOVE WRK-TURMA-CODIGO (WRK-IDX-TURMA) TO WRK-LT-CODIGO.
           MOVE WRK-TURMA-ATIVOS (WRK-IDX-TURMA) TO WRK-LT-ATIVOS.
           MOVE WRK-TURMA-RESERVADOS (WRK-IDX-TURMA)
               TO WRK-LT-RESERVADOS.
           MOVE WRK-TURMA-ADMITIDOS (WRK-IDX-TURMA)
               TO WRK-LT-ADMITIDOS.
           MOVE WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
