       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB74.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Campanha de rematricula para o ano letivo
      *            seguinte: cada aluno ATIVO do STUDENT-MASTER
      *            ganha no REENROLL-MASTER (copybook REMAREC) a
      *            turma projetada pelo mapa de promocao PROMOMAP
      *            (o mesmo da rolagem do PROGCOB40), o saldo do
      *            TUITION-MASTER (quitado ou em aberto) e o prazo
      *            de resposta da familia (REMAPARM; sem parametro,
      *            30/11 do ano). Turma de serie final nao rematricula
      *            (o aluno conclui na rolagem). Ate o prazo, cada
      *            execucao abre quem falta e atualiza as pendentes;
      *            depois do prazo, nenhuma rematricula nova e aberta
      *            e a pendente EXPIRA, liberando a vaga. Aluno
      *            baixado (PROGCOB16) tem a rematricula cancelada.
      *            Sai o registro da campanha em RMATRPT, com o resumo
      *            de vagas reservadas por turma projetada contra
      *            CLASS-CAPACIDADE, e a lista de ligacoes (RMATLIGA)
      *            com responsavel e telefone das expiradas. A
      *            confirmacao ou recusa e lancada no PROGCOB75.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Situacao financeira da linha com 9 posicoes
      *                    (EM ABERTO saia cortado).
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
           SELECT PROMO-MAP ASSIGN TO "PROMOMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MAPA.
           SELECT CLASS-MASTER ASSIGN TO "CLASSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASS-CODIGO
               FILE STATUS IS WRK-FS-CLASSE.
           SELECT TUITION-MASTER ASSIGN TO "TUITMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUI-MATRICULA
               FILE STATUS IS WRK-FS-MENSALIDADE.
           SELECT OPTIONAL GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-MATRICULA
               FILE STATUS IS WRK-FS-RESPONSAVEL.
           SELECT OPTIONAL REENROLL-PARAMETERS ASSIGN TO "REMAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT REENROLL-MASTER ASSIGN TO "REMATRIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WRK-FS-REMATRICULA.
           SELECT REENROLL-REPORT ASSIGN TO "RMATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT CALL-LIST ASSIGN TO "RMATLIGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIGACOES.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  PROMO-MAP
           LABEL RECORDS ARE STANDARD.
       01  MAPA-REGISTRO.
           05 MAPA-TURMA-DE        PIC X(06).
           05 MAPA-TURMA-PARA      PIC X(06).
       FD  CLASS-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CLASSREC.
       FD  TUITION-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TUITREC REPLACING ==:PREFIXO:== BY ==TUI==.
       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY GUARDREC REPLACING ==:PREFIXO:== BY ==GRD==.
       FD  REENROLL-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       01  RPM-REGISTRO.
           05 RPM-PRAZO            PIC 9(08).
       FD  REENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY REMAREC REPLACING ==:PREFIXO:== BY ==REM==.
       FD  REENROLL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       FD  CALL-LIST
           LABEL RECORDS ARE STANDARD.
       01  LIG-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-MAPA PIC X(02) VALUE '00'.
       77 WRK-FS-CLASSE PIC X(02) VALUE '00'.
       77 WRK-FS-MENSALIDADE PIC X(02) VALUE '00'.
       77 WRK-FS-RESPONSAVEL PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMETROS PIC X(02) VALUE '00'.
       77 WRK-FS-REMATRICULA PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FS-LIGACOES PIC X(02) VALUE '00'.
       77 WRK-EOF-MASTER-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-MASTER VALUE 'Y'.
       77 WRK-EOF-MAPA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-MAPA VALUE 'Y'.
       77 WRK-EOF-REMATRICULA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-REMATRICULA VALUE 'Y'.
       77 WRK-RESPONSAVEL-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-RESPONSAVEL-ABERTO VALUE 'S'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-EXISTE-SW PIC X(01) VALUE 'N'.
           88 WRK-REMATRICULA-EXISTE VALUE 'S'.
       77 WRK-MAPA-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-MAPA-ACHADO VALUE 'S'.
       77 WRK-SERIE-FINAL-SW PIC X(01) VALUE 'N'.
           88 WRK-SERIE-FINAL VALUE 'S'.
      *---------------------------------------------------------
      * ANO LETIVO DE DESTINO DA CAMPANHA E PRAZO DE RESPOSTA
      * (AAAAMMDD). PASSADO O PRAZO A CAMPANHA ESTA ENCERRADA.
      *---------------------------------------------------------
       77 WRK-ANO-LETIVO PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO PIC 9(08) VALUE ZEROS.
       77 WRK-ENCERRADA-SW PIC X(01) VALUE 'N'.
           88 WRK-CAMPANHA-ENCERRADA VALUE 'S'.
       77 WRK-TURMA-NOVA PIC X(06) VALUE SPACES.
       77 WRK-QTDE-ATIVOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ATUALIZADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-EXPIRADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CANCELADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CONCLUINTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-MAPA PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LIGACOES PIC 9(05) VALUE ZEROS.
       77 WRK-SITUACAO-AUX PIC X(10) VALUE SPACES.
       77 WRK-FINANCEIRO-AUX PIC X(09) VALUE SPACES.
       77 WRK-TURMA-AUX PIC X(06) VALUE SPACES.
      *---------------------------------------------------------
      * MAPA DE PROMOCAO: TURMA ATUAL -> TURMA DA SERIE SEGUINTE
      *---------------------------------------------------------
       77 WRK-QTDE-MAPAS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-MAPA.
           05 WRK-MAPA-ITEM OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-MAPA.
               10 WRK-MAPA-DE       PIC X(06).
               10 WRK-MAPA-PARA     PIC X(06).
      *---------------------------------------------------------
      * VAGAS POR TURMA PROJETADA: CONFIRMADAS RESERVAM A VAGA
      * CONTRA A CAPACIDADE DA SALA (ZERO = SEM CONTROLE)
      *---------------------------------------------------------
       77 WRK-QTDE-TURMAS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-TURMAS.
           05 WRK-TURMA-ITEM OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-TURMA.
               10 WRK-TURMA-CODIGO      PIC X(06).
               10 WRK-TURMA-CAPACIDADE  PIC 9(05).
               10 WRK-TURMA-CONFIRMADAS PIC 9(05).
               10 WRK-TURMA-PENDENTES   PIC 9(05).
               10 WRK-TURMA-LIBERADAS   PIC 9(05).
       77 WRK-TURMA-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-TURMA-ACHADA VALUE 'S'.
       77 WRK-VAGAS-LIVRES PIC S9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * LINHAS DO REGISTRO DA CAMPANHA, DO RESUMO E DAS LIGACOES
      *---------------------------------------------------------
       01  WRK-LINHA-ALUNO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-NOME          PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-TURMA         PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-PROJETADA     PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-SITUACAO      PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-FINANCEIRO    PIC X(09).
       01  WRK-LINHA-TURMA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-CODIGO        PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-CAPACIDADE    PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-CONFIRMADAS   PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-PENDENTES     PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-LIBERADAS     PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LT-LIVRES        PIC -ZZZ9.
       01  WRK-LINHA-LIGACAO.
           05 WRK-LG-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LG-NOME          PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LG-PROJETADA     PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LG-RESPONSAVEL   PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LG-TELEFONE      PIC X(15).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-ALUNO THRU 2000-EXIT
               UNTIL WRK-EOF-MASTER.
           PERFORM 5000-REGISTRO-CAMPANHA THRU 5000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * DATA, ANO LETIVO DE DESTINO E PRAZO; ABRE OS ARQUIVOS
      * (CADASTRO DA CAMPANHA CRIADO NA PRIMEIRA EXECUCAO) E
      * CARREGA O MAPA DE PROMOCAO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-ANO-LETIVO = WRK-ANO + 1.
           PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
           IF WRK-DATA-HOJE > WRK-PRAZO
               MOVE 'S' TO WRK-ENCERRADA-SW
           END-IF.
           DISPLAY 'CAMPANHA DE REMATRICULA PARA ' WRK-ANO-LETIVO
               ' - PRAZO ' WRK-PRAZO.
           IF WRK-CAMPANHA-ENCERRADA
               DISPLAY 'PRAZO ENCERRADO - PENDENTES SERAO EXPIRADAS'
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT PROMO-MAP.
           OPEN INPUT CLASS-MASTER.
           OPEN INPUT TUITION-MASTER.
           OPEN INPUT GUARDIAN-MASTER.
           IF WRK-FS-RESPONSAVEL = '00'
               MOVE 'S' TO WRK-RESPONSAVEL-ABERTO-SW
           END-IF.
           PERFORM 1400-ABRIR-REMATRICULA THRU 1400-EXIT.
           OPEN OUTPUT REENROLL-REPORT.
           OPEN OUTPUT CALL-LIST.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           IF WRK-FS-MASTER NOT = '00' OR WRK-FS-MAPA NOT = '00'
              OR WRK-FS-MENSALIDADE NOT = '00'
              OR WRK-FS-REMATRICULA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - MASTER '
                   WRK-FS-MASTER ' MAPA ' WRK-FS-MAPA
                   ' MENSALIDADES ' WRK-FS-MENSALIDADE
                   ' REMATRICULA ' WRK-FS-REMATRICULA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WRK-EOF-MASTER-SW
               MOVE 'Y' TO WRK-EOF-REMATRICULA-SW
           ELSE
               PERFORM 1100-CARREGAR-MAPA THRU 1100-EXIT
                   UNTIL WRK-EOF-MAPA
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PRAZO DE RESPOSTA DA CAMPANHA EM REMAPARM; SEM O ARQUIVO
      * (OU SEM DATA VALIDA) VALE 30/11 DO ANO CORRENTE
      *----------------------------------------------------------
       1050-LER-PARAMETROS.
           COMPUTE WRK-PRAZO = WRK-ANO * 10000 + 1130.
           OPEN INPUT REENROLL-PARAMETERS.
           IF WRK-FS-PARAMETROS = '00'
               READ REENROLL-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPM-PRAZO NUMERIC AND RPM-PRAZO > ZEROS
                           MOVE RPM-PRAZO TO WRK-PRAZO
                       END-IF
               END-READ
               CLOSE REENROLL-PARAMETERS
           END-IF.
       1050-EXIT.
           EXIT.

       1100-CARREGAR-MAPA.
           READ PROMO-MAP
               AT END
                   MOVE 'Y' TO WRK-EOF-MAPA-SW
               NOT AT END
                   IF WRK-QTDE-MAPAS < 50
                       ADD 1 TO WRK-QTDE-MAPAS
                       MOVE MAPA-TURMA-DE TO
                           WRK-MAPA-DE (WRK-QTDE-MAPAS)
                       MOVE MAPA-TURMA-PARA TO
                           WRK-MAPA-PARA (WRK-QTDE-MAPAS)
                   ELSE
                       DISPLAY 'ATENCAO - TABELA DO MAPA CHEIA, '
                           'LINHA IGNORADA: ' MAPA-TURMA-DE
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1400-ABRIR-REMATRICULA.
           OPEN I-O REENROLL-MASTER.
           IF WRK-FS-REMATRICULA = '35'
               OPEN OUTPUT REENROLL-MASTER
               CLOSE REENROLL-MASTER
               OPEN I-O REENROLL-MASTER
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PASSA O MASTER INTEIRO, UM ALUNO POR VEZ
      *----------------------------------------------------------
       2000-PROCESSAR-ALUNO.
           READ STUDENT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-MASTER-SW
               NOT AT END
                   PERFORM 2100-TRATAR-ALUNO THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ALUNO BAIXADO: REMATRICULA EM ABERTO OU CONFIRMADA E
      * CANCELADA. ALUNO ATIVO: PENDENTE E ATUALIZADA (OU EXPIRADA
      * APOS O PRAZO); SEM REMATRICULA, ABRE UMA ATE O PRAZO --
      * SALVO A SERIE FINAL E A TURMA SEM MAPA DE PROMOCAO
      *----------------------------------------------------------
       2100-TRATAR-ALUNO.
           MOVE WRK-ANO-LETIVO TO REM-ANO-LETIVO.
           MOVE SM-MATRICULA TO REM-MATRICULA.
           MOVE 'N' TO WRK-EXISTE-SW.
           READ REENROLL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EXISTE-SW
           END-READ.
           IF NOT SM-ATIVO
               IF WRK-REMATRICULA-EXISTE AND
                  (REM-PENDENTE OR REM-CONFIRMADA)
                   PERFORM 2600-CANCELAR THRU 2600-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ATIVOS.
           IF WRK-REMATRICULA-EXISTE
               IF REM-PENDENTE
                   PERFORM 2400-ATUALIZAR-PENDENTE THRU 2400-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF WRK-CAMPANHA-ENCERRADA
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-VERIFICAR-SERIE-FINAL THRU 2200-EXIT.
           IF WRK-SERIE-FINAL
               ADD 1 TO WRK-QTDE-CONCLUINTES
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2250-PROCURAR-MAPA THRU 2250-EXIT.
           IF NOT WRK-MAPA-ACHADO
               ADD 1 TO WRK-QTDE-SEM-MAPA
               DISPLAY 'ATENCAO - TURMA ' SM-TURMA ' SEM MAPA DE '
                   'PROMOCAO - MATRICULA ' SM-MATRICULA
                   ' SEM REMATRICULA'
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-ABRIR-REMATRICULA THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

       2200-VERIFICAR-SERIE-FINAL.
           MOVE 'N' TO WRK-SERIE-FINAL-SW.
           MOVE SM-TURMA TO CLASS-CODIGO.
           READ CLASS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLASS-CONCLUINTE
                       MOVE 'S' TO WRK-SERIE-FINAL-SW
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.

       2250-PROCURAR-MAPA.
           MOVE 'N' TO WRK-MAPA-ACHADO-SW.
           MOVE SPACES TO WRK-TURMA-NOVA.
           SET WRK-IDX-MAPA TO 1.
           SEARCH WRK-MAPA-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-MAPA > WRK-QTDE-MAPAS
                   CONTINUE
               WHEN WRK-MAPA-DE (WRK-IDX-MAPA) = SM-TURMA
                   MOVE 'S' TO WRK-MAPA-ACHADO-SW
                   MOVE WRK-MAPA-PARA (WRK-IDX-MAPA)
                       TO WRK-TURMA-NOVA
           END-SEARCH.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ABRE A REMATRICULA PENDENTE DO ALUNO COM A TURMA PROJETADA,
      * A SITUACAO FINANCEIRA E O PRAZO
      *----------------------------------------------------------
       2300-ABRIR-REMATRICULA.
           MOVE SM-NOME TO REM-NOME.
           MOVE SM-TURMA TO REM-TURMA-ATUAL.
           MOVE WRK-TURMA-NOVA TO REM-TURMA-PROJETADA.
           SET REM-PENDENTE TO TRUE.
           MOVE SPACES TO REM-FINANCEIRO.
           PERFORM 2350-APURAR-FINANCEIRO THRU 2350-EXIT.
           MOVE WRK-PRAZO TO REM-PRAZO.
           MOVE ZEROS TO REM-DATA-RESPOSTA.
           MOVE SPACES TO REM-USUARIO.
           WRITE REM-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR REMATRICULA - MATRICULA '
                       SM-MATRICULA ' FS ' WRK-FS-REMATRICULA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-ABERTAS
           END-WRITE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SALDO DO TUITION-MASTER: QUITADO LIBERA, EM ABERTO
      * BLOQUEIA A CONFIRMACAO. ACORDO JA ASSINADO E MANTIDO.
      *----------------------------------------------------------
       2350-APURAR-FINANCEIRO.
           MOVE ZEROS TO REM-SALDO.
           MOVE SM-MATRICULA TO TUI-MATRICULA.
           READ TUITION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TUI-SALDO TO REM-SALDO
           END-READ.
           IF NOT REM-FIN-ACORDO
               IF REM-SALDO > ZEROS
                   SET REM-FIN-BLOQUEADO TO TRUE
               ELSE
                   SET REM-FIN-QUITADO TO TRUE
               END-IF
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PENDENTE ATE O PRAZO: TURMA PROJETADA, SALDO E PRAZO
      * ATUALIZADOS. PENDENTE DEPOIS DO PRAZO: EXPIRA E A VAGA
      * FICA LIVRE.
      *----------------------------------------------------------
       2400-ATUALIZAR-PENDENTE.
           IF WRK-CAMPANHA-ENCERRADA
               SET REM-EXPIRADA TO TRUE
               MOVE WRK-DATA-HOJE TO REM-DATA-RESPOSTA
               MOVE 'PROGCOB74' TO REM-USUARIO
               REWRITE REM-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR REMATRICULA - '
                           'MATRICULA ' REM-MATRICULA ' FS '
                           WRK-FS-REMATRICULA
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-EXPIRADAS
               END-REWRITE
               GO TO 2400-EXIT
           END-IF.
           MOVE SM-NOME TO REM-NOME.
           MOVE SM-TURMA TO REM-TURMA-ATUAL.
           PERFORM 2250-PROCURAR-MAPA THRU 2250-EXIT.
           IF WRK-MAPA-ACHADO
               MOVE WRK-TURMA-NOVA TO REM-TURMA-PROJETADA
           END-IF.
           PERFORM 2350-APURAR-FINANCEIRO THRU 2350-EXIT.
           MOVE WRK-PRAZO TO REM-PRAZO.
           REWRITE REM-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR REMATRICULA - MATRICULA '
                       REM-MATRICULA ' FS ' WRK-FS-REMATRICULA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-ATUALIZADAS
           END-REWRITE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ALUNO BAIXADO DEPOIS DE ABERTA A REMATRICULA: CANCELADA,
      * LIBERANDO A VAGA QUE ESTIVESSE RESERVADA
      *----------------------------------------------------------
       2600-CANCELAR.
           SET REM-CANCELADA TO TRUE.
           MOVE WRK-DATA-HOJE TO REM-DATA-RESPOSTA.
           MOVE 'PROGCOB74' TO REM-USUARIO.
           REWRITE REM-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR REMATRICULA - MATRICULA '
                       REM-MATRICULA ' FS ' WRK-FS-REMATRICULA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-CANCELADAS
           END-REWRITE.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGISTRO DA CAMPANHA: TODAS AS REMATRICULAS DO ANO LETIVO
      * (START NO ANO, LEITURA ATE ELE MUDAR), O RESUMO DE VAGAS
      * POR TURMA PROJETADA E A LISTA DE LIGACOES DAS EXPIRADAS
      *----------------------------------------------------------
       5000-REGISTRO-CAMPANHA.
           IF WRK-EOF-REMATRICULA
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-CABECALHOS THRU 5050-EXIT.
           MOVE WRK-ANO-LETIVO TO REM-ANO-LETIVO.
           MOVE ZEROS TO REM-MATRICULA.
           START REENROLL-MASTER KEY NOT < REM-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-REMATRICULA-SW
           END-START.
           PERFORM 5100-LISTAR-REMATRICULA THRU 5100-EXIT
               UNTIL WRK-EOF-REMATRICULA.
           PERFORM 5500-RESUMO-TURMAS THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

       5050-CABECALHOS.
           MOVE SPACES TO REL-LINHA.
           STRING 'CAMPANHA DE REMATRICULA ' DELIMITED BY SIZE
               WRK-ANO-LETIVO DELIMITED BY SIZE
               ' - PRAZO ' DELIMITED BY SIZE
               WRK-PRAZO (7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-PRAZO (5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-PRAZO (1:4) DELIMITED BY SIZE
               ' - EMITIDO EM ' DELIMITED BY SIZE
               WRK-DIA DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-MES DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  MATRICULA  NOME                  ATUAL   '
               DELIMITED BY SIZE
               'PROJET  SITUACAO    FINANCEIRO' DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO LIG-LINHA.
           STRING 'REMATRICULAS EXPIRADAS SEM RESPOSTA - LIGAR PARA '
               DELIMITED BY SIZE
               'A FAMILIA - ANO LETIVO ' DELIMITED BY SIZE
               WRK-ANO-LETIVO DELIMITED BY SIZE
               INTO LIG-LINHA.
           WRITE LIG-LINHA.
           MOVE SPACES TO LIG-LINHA.
           STRING 'MATRICULA  NOME                  PROJET  '
               DELIMITED BY SIZE
               'RESPONSAVEL           TELEFONE' DELIMITED BY SIZE
               INTO LIG-LINHA.
           WRITE LIG-LINHA.
       5050-EXIT.
           EXIT.

       5100-LISTAR-REMATRICULA.
           READ REENROLL-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-REMATRICULA-SW
                   GO TO 5100-EXIT
           END-READ.
           IF REM-ANO-LETIVO NOT = WRK-ANO-LETIVO
               MOVE 'Y' TO WRK-EOF-REMATRICULA-SW
               GO TO 5100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN REM-PENDENTE
                   MOVE 'PENDENTE' TO WRK-SITUACAO-AUX
               WHEN REM-CONFIRMADA
                   MOVE 'CONFIRMADA' TO WRK-SITUACAO-AUX
               WHEN REM-RECUSADA
                   MOVE 'RECUSADA' TO WRK-SITUACAO-AUX
               WHEN REM-EXPIRADA
                   MOVE 'EXPIRADA' TO WRK-SITUACAO-AUX
               WHEN OTHER
                   MOVE 'CANCELADA' TO WRK-SITUACAO-AUX
           END-EVALUATE.
           EVALUATE TRUE
               WHEN REM-FIN-QUITADO
                   MOVE 'QUITADO' TO WRK-FINANCEIRO-AUX
               WHEN REM-FIN-ACORDO
                   MOVE 'ACORDO' TO WRK-FINANCEIRO-AUX
               WHEN OTHER
                   MOVE 'EM ABERTO' TO WRK-FINANCEIRO-AUX
           END-EVALUATE.
           MOVE REM-MATRICULA TO WRK-LA-MATRICULA.
           MOVE REM-NOME TO WRK-LA-NOME.
           MOVE REM-TURMA-ATUAL TO WRK-LA-TURMA.
           MOVE REM-TURMA-PROJETADA TO WRK-LA-PROJETADA.
           MOVE WRK-SITUACAO-AUX TO WRK-LA-SITUACAO.
           MOVE WRK-FINANCEIRO-AUX TO WRK-LA-FINANCEIRO.
           WRITE REL-LINHA FROM WRK-LINHA-ALUNO.
           MOVE REM-TURMA-PROJETADA TO WRK-TURMA-AUX.
           PERFORM 5200-LOCALIZAR-TURMA THRU 5200-EXIT.
           IF WRK-TURMA-ACHADA
               EVALUATE TRUE
                   WHEN REM-CONFIRMADA
                       ADD 1 TO WRK-TURMA-CONFIRMADAS (WRK-IDX-TURMA)
                   WHEN REM-PENDENTE
                       ADD 1 TO WRK-TURMA-PENDENTES (WRK-IDX-TURMA)
                   WHEN OTHER
                       ADD 1 TO WRK-TURMA-LIBERADAS (WRK-IDX-TURMA)
               END-EVALUATE
           END-IF.
           IF REM-EXPIRADA
               PERFORM 5400-LISTAR-LIGACAO THRU 5400-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LOCALIZA (OU REGISTRA) A TURMA PROJETADA NA TABELA DE
      * VAGAS, COM A CAPACIDADE LIDA DE CLASS-MASTER
      *----------------------------------------------------------
       5200-LOCALIZAR-TURMA.
           MOVE 'N' TO WRK-TURMA-ACHADA-SW.
           SET WRK-IDX-TURMA TO 1.
           SEARCH WRK-TURMA-ITEM
               AT END
                   PERFORM 5300-REGISTRAR-TURMA THRU 5300-EXIT
               WHEN WRK-IDX-TURMA > WRK-QTDE-TURMAS
                   PERFORM 5300-REGISTRAR-TURMA THRU 5300-EXIT
               WHEN WRK-TURMA-CODIGO (WRK-IDX-TURMA) = WRK-TURMA-AUX
                   MOVE 'S' TO WRK-TURMA-ACHADA-SW
           END-SEARCH.
       5200-EXIT.
           EXIT.

       5300-REGISTRAR-TURMA.
           IF WRK-QTDE-TURMAS < 50
               ADD 1 TO WRK-QTDE-TURMAS
               SET WRK-IDX-TURMA TO WRK-QTDE-TURMAS
               MOVE WRK-TURMA-AUX TO WRK-TURMA-CODIGO (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
               MOVE WRK-TURMA-AUX TO CLASS-CODIGO
               READ CLASS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLASS-CAPACIDADE NUMERIC
                           MOVE CLASS-CAPACIDADE TO
                               WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
                       END-IF
               END-READ
               MOVE ZEROS TO WRK-TURMA-CONFIRMADAS (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-PENDENTES (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-LIBERADAS (WRK-IDX-TURMA)
               MOVE 'S' TO WRK-TURMA-ACHADA-SW
           ELSE
               DISPLAY 'ATENCAO - TABELA DE TURMAS CHEIA, SEM '
                   'RESUMO DE VAGAS PARA: ' WRK-TURMA-AUX
           END-IF.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LINHA DA LISTA DE LIGACOES: RESPONSAVEL E TELEFONE DO
      * GUARDIAN-MASTER (SEM O CADASTRO, SAI EM BRANCO)
      *----------------------------------------------------------
       5400-LISTAR-LIGACAO.
           MOVE SPACES TO WRK-LG-RESPONSAVEL.
           MOVE SPACES TO WRK-LG-TELEFONE.
           IF WRK-RESPONSAVEL-ABERTO
               MOVE REM-MATRICULA TO GRD-MATRICULA
               READ GUARDIAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRD-RESPONSAVEL TO WRK-LG-RESPONSAVEL
                       MOVE GRD-TELEFONE TO WRK-LG-TELEFONE
               END-READ
           END-IF.
           MOVE REM-MATRICULA TO WRK-LG-MATRICULA.
           MOVE REM-NOME TO WRK-LG-NOME.
           MOVE REM-TURMA-PROJETADA TO WRK-LG-PROJETADA.
           WRITE LIG-LINHA FROM WRK-LINHA-LIGACAO.
           ADD 1 TO WRK-QTDE-LIGACOES.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RESUMO POR TURMA PROJETADA: CAPACIDADE, CONFIRMADAS (VAGA
      * RESERVADA), PENDENTES, LIBERADAS (RECUSADA, EXPIRADA OU
      * CANCELADA) E AS VAGAS QUE SOBRAM PARA A INTOMADA NOVA
      *----------------------------------------------------------
       5500-RESUMO-TURMAS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  TURMA   CAPAC.  CONF.  PEND.  LIBER.  LIVRES'
               DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 5600-RESUMO-UMA-TURMA THRU 5600-EXIT
               VARYING WRK-IDX-TURMA FROM 1 BY 1
               UNTIL WRK-IDX-TURMA > WRK-QTDE-TURMAS.
       5500-EXIT.
           EXIT.

       5600-RESUMO-UMA-TURMA.
           MOVE WRK-TURMA-CODIGO (WRK-IDX-TURMA) TO WRK-LT-CODIGO.
           MOVE WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
               TO WRK-LT-CAPACIDADE.
           MOVE WRK-TURMA-CONFIRMADAS (WRK-IDX-TURMA)
               TO WRK-LT-CONFIRMADAS.
           MOVE WRK-TURMA-PENDENTES (WRK-IDX-TURMA)
               TO WRK-LT-PENDENTES.
           MOVE WRK-TURMA-LIBERADAS (WRK-IDX-TURMA)
               TO WRK-LT-LIBERADAS.
           COMPUTE WRK-VAGAS-LIVRES =
               WRK-TURMA-CAPACIDADE (WRK-IDX-TURMA)
               - WRK-TURMA-CONFIRMADAS (WRK-IDX-TURMA).
           MOVE WRK-VAGAS-LIVRES TO WRK-LT-LIVRES.
           WRITE REL-LINHA FROM WRK-LINHA-TURMA.
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS DA CAMPANHA
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE STUDENT-MASTER
               CLOSE PROMO-MAP
               CLOSE CLASS-MASTER
               CLOSE TUITION-MASTER
               CLOSE REENROLL-MASTER
               CLOSE REENROLL-REPORT
               CLOSE CALL-LIST
           END-IF.
           IF WRK-RESPONSAVEL-ABERTO
               CLOSE GUARDIAN-MASTER
           END-IF.
           DISPLAY 'ALUNOS ATIVOS LIDOS: ' WRK-QTDE-ATIVOS.
           DISPLAY 'REMATRICULAS ABERTAS: ' WRK-QTDE-ABERTAS.
           DISPLAY 'PENDENTES ATUALIZADAS: ' WRK-QTDE-ATUALIZADAS.
           DISPLAY 'EXPIRADAS NO PRAZO (VAGA LIBERADA): '
               WRK-QTDE-EXPIRADAS.
           DISPLAY 'CANCELADAS POR BAIXA DO ALUNO: '
               WRK-QTDE-CANCELADAS.
           DISPLAY 'SERIE FINAL (SEM REMATRICULA): '
               WRK-QTDE-CONCLUINTES.
           DISPLAY 'TURMA SEM MAPA DE PROMOCAO: ' WRK-QTDE-SEM-MAPA.
           DISPLAY 'LIGACOES A FAZER: ' WRK-QTDE-LIGACOES.
       8000-EXIT.
           EXIT.
