       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBGUARD.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Guarda do inicio dos jobs batch (GRADEBAT,
      *            TUITBAT, TUITREM, TUITRET, YEAREND e HOUSEKEP):
      *            le o nome do job no cartao JOBCARD, as regras do
      *            job na tabela de dependencias JOBDEPS (copybook
      *            JOBDREC; sem o arquivo vale a tabela reserva
      *            JOBDRES) e o livro de execucoes RUNLEDGR (copybook
      *            LEDGREC), e confere na data de negocio (data de
      *            hoje, ou a do RUNDTOVR) os pre-requisitos (outro
      *            job concluido no dia/mes/ano, ou depois da ultima
      *            conclusao deste -- TUITRET so depois de um TUITREM
      *            novo), a regra de uma conclusao so por periodo
      *            (TUITBAT uma vez por mes) e o fechamento do 4.
      *            bimestre no PERIOD-CONTROL (YEAREND). Tudo
      *            atendido: grava a linha I (inicio) no livro e
      *            termina com RC=0. Alguma regra falhou: lista todas
      *            no SYSOUT, grava a linha B (barrado) com o motivo
      *            e termina com RC=8 -- o JCL pula o resto do job,
      *            que encerra limpo. Concluido e fim com RC ate 4;
      *            corrida com erro pode ser repetida no periodo.
      *            Sem o cartao ou sem o livro o job tambem e
      *            barrado, porque as regras nao podem ser
      *            conferidas no escuro.
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
           SELECT OPTIONAL JOB-CARD ASSIGN TO "JOBCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTAO.
           SELECT OPTIONAL JOB-DEPENDENCIES ASSIGN TO "JOBDEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPENDENCIA.
           SELECT OPTIONAL RUN-LEDGER ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIVRO.
           SELECT OPTIONAL PERIOD-CONTROL ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CARD
           LABEL RECORDS ARE STANDARD.
       01  CRD-REGISTRO.
           05 CRD-JOB              PIC X(08).
           05 FILLER               PIC X(72).
       FD  JOB-DEPENDENCIES
           LABEL RECORDS ARE STANDARD.
       COPY JOBDREC REPLACING ==:PREFIXO:== BY ==DEP==.
       FD  RUN-LEDGER
           LABEL RECORDS ARE STANDARD.
       COPY LEDGREC REPLACING ==:PREFIXO:== BY ==LDG==.
       FD  PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD.
       COPY PERCTL REPLACING ==:PREFIXO:== BY ==PER==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY JOBDRES.
       COPY JOBDREC REPLACING ==:PREFIXO:== BY ==NVR==.

       77 WRK-FS-CARTAO PIC X(02) VALUE '00'.
       77 WRK-FS-DEPENDENCIA PIC X(02) VALUE '00'.
       77 WRK-FS-LIVRO PIC X(02) VALUE '00'.
       77 WRK-FS-PERIODO PIC X(02) VALUE '00'.
       77 WRK-EOF-DEPENDENCIA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-DEPENDENCIA VALUE 'Y'.
       77 WRK-EOF-LIVRO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-LIVRO VALUE 'Y'.
       77 WRK-EOF-PERIODO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PERIODO VALUE 'Y'.
       77 WRK-BARRADO-SW PIC X(01) VALUE 'N'.
           88 WRK-BARRADO VALUE 'S'.
       77 WRK-REGRA-VALIDA-SW PIC X(01) VALUE 'N'.
           88 WRK-REGRA-VALIDA VALUE 'S'.
       77 WRK-MESMO-PERIODO-SW PIC X(01) VALUE 'N'.
           88 WRK-MESMO-PERIODO VALUE 'S'.
       77 WRK-BIMESTRE-FECHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-BIMESTRE-FECHADO VALUE 'S'.
       77 WRK-JOB PIC X(08) VALUE SPACES.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-MOTIVO-REGRA PIC X(40) VALUE SPACES.
       77 WRK-DESC-ESCOPO PIC X(03) VALUE SPACES.
      *---------------------------------------------------------
      * DATA DE NEGOCIO (COM O RUNDTOVR) E RELOGIO DO INICIO
      *---------------------------------------------------------
       01  WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-GRUPO REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANOMES.
               10 WRK-HOJE-ANO PIC 9(04).
               10 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01  WRK-DATA-LIVRO PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-LIVRO-GRUPO REDEFINES WRK-DATA-LIVRO.
           05 WRK-LIVRO-ANOMES.
               10 WRK-LIVRO-ANO PIC 9(04).
               10 WRK-LIVRO-MES PIC 9(02).
           05 WRK-LIVRO-DIA PIC 9(02).
       77 WRK-DATA-RELOGIO PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-RELOGIO PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-RELOGIO-GRUPO REDEFINES WRK-HORA-RELOGIO.
           05 WRK-HORA-HHMMSS PIC 9(06).
           05 FILLER PIC 9(02).
      *---------------------------------------------------------
      * REGRAS DESTE JOB, COM O QUE O LIVRO MOSTROU PARA CADA UMA
      *---------------------------------------------------------
       77 WRK-LINHAS-DEPENDENCIA PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REGRAS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-REGRAS.
           05 WRK-REG-ITEM OCCURS 20 TIMES
                   INDEXED BY WRK-IDX-REG.
               10 WRK-REG-REGRA       PIC X(01).
               10 WRK-REG-OBJETO      PIC X(08).
               10 WRK-REG-ESCOPO      PIC X(01).
               10 WRK-REG-ACHOU       PIC X(01).
               10 WRK-REG-SEQ-OBJETO  PIC 9(07).
               10 WRK-REG-DATA-ACHADA PIC 9(08).
      *---------------------------------------------------------
      * POSICAO DAS LINHAS NO LIVRO (O LIVRO E SO ANEXADO, ENTAO A
      * ORDEM DAS LINHAS E A ORDEM DAS CORRIDAS)
      *---------------------------------------------------------
       77 WRK-SEQ-LIVRO PIC 9(07) VALUE ZEROS.
       77 WRK-SEQ-PROPRIO PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT WRK-BARRADO
               PERFORM 2000-LER-LIVRO THRU 2000-EXIT
           END-IF.
           IF NOT WRK-BARRADO
               PERFORM 3000-AVALIAR-REGRAS THRU 3000-EXIT
           END-IF.
           PERFORM 4000-GRAVAR-LIVRO THRU 4000-EXIT.
           IF WRK-BARRADO
               DISPLAY 'JOB ' WRK-JOB ' BARRADO PELO GUARDA - '
                   WRK-MOTIVO
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'JOB ' WRK-JOB ' LIBERADO PELO GUARDA - '
                   'DATA DE NEGOCIO ' WRK-DATA-HOJE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      * DATA DE NEGOCIO, RELOGIO DO INICIO, NOME DO JOB NO CARTAO
      * E REGRAS DO JOB
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA-RELOGIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELOGIO FROM TIME.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           OPEN INPUT JOB-CARD.
           IF WRK-FS-CARTAO = '05'
               CLOSE JOB-CARD
           END-IF.
           IF WRK-FS-CARTAO NOT = '00'
               MOVE 'CARTAO JOBCARD AUSENTE' TO WRK-MOTIVO-REGRA
               PERFORM 3900-REGISTRAR-FALHA THRU 3900-EXIT
               GO TO 1000-EXIT
           END-IF.
           READ JOB-CARD
               AT END
                   MOVE SPACES TO CRD-REGISTRO
           END-READ.
           MOVE CRD-JOB TO WRK-JOB.
           CLOSE JOB-CARD.
           IF WRK-JOB = SPACES
               MOVE 'CARTAO JOBCARD SEM O NOME DO JOB'
                   TO WRK-MOTIVO-REGRA
               PERFORM 3900-REGISTRAR-FALHA THRU 3900-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-CARREGAR-REGRAS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA AS REGRAS DO JOB DA TABELA JOBDEPS. SEM O ARQUIVO,
      * OU SEM NENHUMA LINHA VALIDA NELE, VALE A TABELA RESERVA.
      * JOB SEM NENHUMA REGRA SO E REGISTRADO NO LIVRO.
      *----------------------------------------------------------
       1100-CARREGAR-REGRAS.
           OPEN INPUT JOB-DEPENDENCIES.
           IF WRK-FS-DEPENDENCIA = '00' OR WRK-FS-DEPENDENCIA = '05'
               PERFORM 1150-LER-DEPENDENCIA THRU 1150-EXIT
                   UNTIL WRK-EOF-DEPENDENCIA
               CLOSE JOB-DEPENDENCIES
           END-IF.
           IF WRK-LINHAS-DEPENDENCIA = ZEROS
               DISPLAY 'TABELA DE DEPENDENCIAS AUSENTE OU VAZIA - '
                   'VALE A TABELA RESERVA'
               PERFORM 1200-LER-RESERVA THRU 1200-EXIT
                   VARYING WRK-IDX-RES FROM 1 BY 1
                   UNTIL WRK-IDX-RES > WRK-QTDE-RESERVA-DEP
           END-IF.
           DISPLAY 'JOB ' WRK-JOB ' - ' WRK-QTDE-REGRAS
               ' REGRA(S) DE DEPENDENCIA'.
       1100-EXIT.
           EXIT.

       1150-LER-DEPENDENCIA.
           READ JOB-DEPENDENCIES
               AT END
                   MOVE 'Y' TO WRK-EOF-DEPENDENCIA-SW
               NOT AT END
                   MOVE DEP-REGISTRO TO NVR-REGISTRO
                   IF NVR-JOB (1:1) NOT = '*'
                       PERFORM 1250-VALIDAR-REGRA THRU 1250-EXIT
                       IF WRK-REGRA-VALIDA
                           ADD 1 TO WRK-LINHAS-DEPENDENCIA
                       ELSE
                           DISPLAY 'ATENCAO - LINHA DE DEPENDENCIA '
                               'INVALIDA IGNORADA: ' DEP-REGISTRO
                       END-IF
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

       1200-LER-RESERVA.
           MOVE WRK-RES-ITEM (WRK-IDX-RES) TO NVR-REGISTRO.
           PERFORM 1250-VALIDAR-REGRA THRU 1250-EXIT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE A LINHA (JOB PREENCHIDO, REGRA CONHECIDA, OBJETO E
      * ESCOPO COERENTES COM A REGRA) E GUARDA A REGRA SE FOR DESTE
      * JOB. TABELA CHEIA BARRA O JOB: REGRA PERDIDA PODERIA
      * LIBERAR UMA CORRIDA ERRADA.
      *----------------------------------------------------------
       1250-VALIDAR-REGRA.
           MOVE 'N' TO WRK-REGRA-VALIDA-SW.
           EVALUATE TRUE
               WHEN NVR-JOB = SPACES
                   CONTINUE
               WHEN NVR-PRE-REQUISITO
                   IF NVR-OBJETO NOT = SPACES AND
                      (NVR-NO-DIA OR NVR-NO-MES OR NVR-NO-ANO OR
                       NVR-DESDE-ULTIMA)
                       MOVE 'S' TO WRK-REGRA-VALIDA-SW
                   END-IF
               WHEN NVR-UNICO
                   IF NVR-NO-DIA OR NVR-NO-MES OR NVR-NO-ANO
                       MOVE 'S' TO WRK-REGRA-VALIDA-SW
                   END-IF
               WHEN NVR-BIMESTRE
                   MOVE 'S' TO WRK-REGRA-VALIDA-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WRK-REGRA-VALIDA OR NVR-JOB NOT = WRK-JOB
               GO TO 1250-EXIT
           END-IF.
           IF WRK-QTDE-REGRAS NOT < 20
               MOVE 'TABELA DE REGRAS DO JOB CHEIA'
                   TO WRK-MOTIVO-REGRA
               PERFORM 3900-REGISTRAR-FALHA THRU 3900-EXIT
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-REGRAS.
           SET WRK-IDX-REG TO WRK-QTDE-REGRAS.
           MOVE NVR-REGRA TO WRK-REG-REGRA (WRK-IDX-REG).
           MOVE NVR-OBJETO TO WRK-REG-OBJETO (WRK-IDX-REG).
           MOVE NVR-ESCOPO TO WRK-REG-ESCOPO (WRK-IDX-REG).
           MOVE 'N' TO WRK-REG-ACHOU (WRK-IDX-REG).
           MOVE ZEROS TO WRK-REG-SEQ-OBJETO (WRK-IDX-REG).
           MOVE ZEROS TO WRK-REG-DATA-ACHADA (WRK-IDX-REG).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PASSA O LIVRO DE EXECUCOES INTEIRO. SO CONTA CORRIDA
      * CONCLUIDA (LINHA F COM RC ATE 4): INICIO SEM FIM, ERRO,
      * BARRADO E DIA NAO ELEGIVEL NAO SATISFAZEM PRE-REQUISITO NEM
      * GASTAM A VEZ DO PERIODO. LIVRO AINDA NAO CRIADO E LIVRO
      * VAZIO.
      *----------------------------------------------------------
       2000-LER-LIVRO.
           OPEN INPUT RUN-LEDGER.
           IF WRK-FS-LIVRO NOT = '00' AND WRK-FS-LIVRO NOT = '05'
               MOVE 'LIVRO DE EXECUCOES RUNLEDGR INDISPONIVEL'
                   TO WRK-MOTIVO-REGRA
               PERFORM 3900-REGISTRAR-FALHA THRU 3900-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-LINHA THRU 2100-EXIT
               UNTIL WRK-EOF-LIVRO.
           CLOSE RUN-LEDGER.
       2000-EXIT.
           EXIT.

       2100-LER-LINHA.
           READ RUN-LEDGER
               AT END
                   MOVE 'Y' TO WRK-EOF-LIVRO-SW
               NOT AT END
                   ADD 1 TO WRK-SEQ-LIVRO
                   IF LDG-FIM AND LDG-RC NOT > 4
                       PERFORM 2200-CONFERIR-CONCLUSAO THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-CONFERIR-CONCLUSAO.
           IF LDG-JOB = WRK-JOB
               MOVE WRK-SEQ-LIVRO TO WRK-SEQ-PROPRIO
           END-IF.
           MOVE LDG-DATA-NEGOCIO TO WRK-DATA-LIVRO.
           PERFORM 2300-CONFERIR-REGRA THRU 2300-EXIT
               VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL WRK-IDX-REG > WRK-QTDE-REGRAS.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UMA CONCLUSAO DO LIVRO CONTRA UMA REGRA: DO PROPRIO JOB NO
      * MESMO PERIODO GASTA A VEZ (U); DO JOB DO OBJETO NO PERIODO
      * SATISFAZ O PRE-REQUISITO (P), E NO ESCOPO U FICA A POSICAO
      * DA ULTIMA CONCLUSAO PARA COMPARAR COM A DO PROPRIO JOB
      *----------------------------------------------------------
       2300-CONFERIR-REGRA.
           EVALUATE TRUE
               WHEN WRK-REG-REGRA (WRK-IDX-REG) = 'U' AND
                    LDG-JOB = WRK-JOB
                   PERFORM 2400-MESMO-PERIODO THRU 2400-EXIT
                   IF WRK-MESMO-PERIODO
                       MOVE 'S' TO WRK-REG-ACHOU (WRK-IDX-REG)
                       MOVE LDG-DATA-NEGOCIO
                           TO WRK-REG-DATA-ACHADA (WRK-IDX-REG)
                   END-IF
               WHEN WRK-REG-REGRA (WRK-IDX-REG) = 'P' AND
                    LDG-JOB = WRK-REG-OBJETO (WRK-IDX-REG)
                   IF WRK-REG-ESCOPO (WRK-IDX-REG) = 'U'
                       MOVE WRK-SEQ-LIVRO
                           TO WRK-REG-SEQ-OBJETO (WRK-IDX-REG)
                       MOVE LDG-DATA-NEGOCIO
                           TO WRK-REG-DATA-ACHADA (WRK-IDX-REG)
                   ELSE
                       PERFORM 2400-MESMO-PERIODO THRU 2400-EXIT
                       IF WRK-MESMO-PERIODO
                           MOVE 'S' TO WRK-REG-ACHOU (WRK-IDX-REG)
                           MOVE LDG-DATA-NEGOCIO
                               TO WRK-REG-DATA-ACHADA (WRK-IDX-REG)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2400-MESMO-PERIODO.
           MOVE 'N' TO WRK-MESMO-PERIODO-SW.
           EVALUATE WRK-REG-ESCOPO (WRK-IDX-REG)
               WHEN 'D'
                   IF WRK-DATA-LIVRO = WRK-DATA-HOJE
                       MOVE 'S' TO WRK-MESMO-PERIODO-SW
                   END-IF
               WHEN 'M'
                   IF WRK-LIVRO-ANOMES = WRK-HOJE-ANOMES
                       MOVE 'S' TO WRK-MESMO-PERIODO-SW
                   END-IF
               WHEN 'A'
                   IF WRK-LIVRO-ANO = WRK-HOJE-ANO
                       MOVE 'S' TO WRK-MESMO-PERIODO-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * JULGA CADA REGRA DO JOB COM O QUE O LIVRO MOSTROU. TODAS AS
      * FALHAS SAEM NO SYSOUT; A PRIMEIRA VAI PARA O LIVRO.
      *----------------------------------------------------------
       3000-AVALIAR-REGRAS.
           PERFORM 3100-AVALIAR-REGRA THRU 3100-EXIT
               VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL WRK-IDX-REG > WRK-QTDE-REGRAS.
       3000-EXIT.
           EXIT.

       3100-AVALIAR-REGRA.
           EVALUATE WRK-REG-ESCOPO (WRK-IDX-REG)
               WHEN 'D'
                   MOVE 'DIA' TO WRK-DESC-ESCOPO
               WHEN 'M'
                   MOVE 'MES' TO WRK-DESC-ESCOPO
               WHEN OTHER
                   MOVE 'ANO' TO WRK-DESC-ESCOPO
           END-EVALUATE.
           MOVE SPACES TO WRK-MOTIVO-REGRA.
           EVALUATE WRK-REG-REGRA (WRK-IDX-REG)
               WHEN 'U'
                   IF WRK-REG-ACHOU (WRK-IDX-REG) = 'S'
                       STRING 'JA CONCLUIDO NO ' DELIMITED BY SIZE
                           WRK-DESC-ESCOPO DELIMITED BY SIZE
                           ' (NEGOCIO ' DELIMITED BY SIZE
                           WRK-REG-DATA-ACHADA (WRK-IDX-REG)
                               DELIMITED BY SIZE
                           ')' DELIMITED BY SIZE
                           INTO WRK-MOTIVO-REGRA
                   END-IF
               WHEN 'P'
                   PERFORM 3150-AVALIAR-PRE-REQUISITO THRU 3150-EXIT
               WHEN 'B'
                   PERFORM 3200-CONFERIR-BIMESTRE THRU 3200-EXIT
           END-EVALUATE.
           IF WRK-MOTIVO-REGRA NOT = SPACES
               PERFORM 3900-REGISTRAR-FALHA THRU 3900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3150-AVALIAR-PRE-REQUISITO.
           IF WRK-REG-ESCOPO (WRK-IDX-REG) = 'U'
               EVALUATE TRUE
                   WHEN WRK-REG-SEQ-OBJETO (WRK-IDX-REG) = ZEROS
                       STRING WRK-REG-OBJETO (WRK-IDX-REG)
                               DELIMITED BY SPACE
                           ' NUNCA CONCLUIDO' DELIMITED BY SIZE
                           INTO WRK-MOTIVO-REGRA
                   WHEN WRK-REG-SEQ-OBJETO (WRK-IDX-REG) <
                        WRK-SEQ-PROPRIO
                       STRING WRK-REG-OBJETO (WRK-IDX-REG)
                               DELIMITED BY SPACE
                           ' SEM CONCLUSAO DESDE ULT.CORRIDA'
                               DELIMITED BY SIZE
                           INTO WRK-MOTIVO-REGRA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF WRK-REG-ACHOU (WRK-IDX-REG) NOT = 'S'
                   STRING WRK-REG-OBJETO (WRK-IDX-REG)
                           DELIMITED BY SPACE
                       ' NAO CONCLUIDO NO ' DELIMITED BY SIZE
                       WRK-DESC-ESCOPO DELIMITED BY SIZE
                       ' DE NEGOCIO' DELIMITED BY SIZE
                       INTO WRK-MOTIVO-REGRA
               END-IF
           END-IF.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O 4. BIMESTRE DO ANO DE NEGOCIO PRECISA ESTAR FECHADO NO
      * PERIOD-CONTROL. BIMESTRE SEM REGISTRO VALE COMO ABERTO
      * (MESMA LEITURA DO PROGCOB06/PROGCOB27), E SEM O ARQUIVO
      * NAO HA COMO PROVAR O FECHAMENTO.
      *----------------------------------------------------------
       3200-CONFERIR-BIMESTRE.
           MOVE 'N' TO WRK-BIMESTRE-FECHADO-SW.
           MOVE 'N' TO WRK-EOF-PERIODO-SW.
           OPEN INPUT PERIOD-CONTROL.
           IF WRK-FS-PERIODO = '00' OR WRK-FS-PERIODO = '05'
               PERFORM 3250-LER-PERIODO THRU 3250-EXIT
                   UNTIL WRK-EOF-PERIODO
               CLOSE PERIOD-CONTROL
           END-IF.
           IF NOT WRK-BIMESTRE-FECHADO
               STRING 'BIMESTRE 4 DE ' DELIMITED BY SIZE
                   WRK-HOJE-ANO DELIMITED BY SIZE
                   ' NAO FECHADO NO PERCTL' DELIMITED BY SIZE
                   INTO WRK-MOTIVO-REGRA
           END-IF.
       3200-EXIT.
           EXIT.

       3250-LER-PERIODO.
           READ PERIOD-CONTROL
               AT END
                   MOVE 'Y' TO WRK-EOF-PERIODO-SW
               NOT AT END
                   IF PER-ANO = WRK-HOJE-ANO AND PER-BIMESTRE = 4
                       IF PER-FECHADO
                           MOVE 'S' TO WRK-BIMESTRE-FECHADO-SW
                       ELSE
                           MOVE 'N' TO WRK-BIMESTRE-FECHADO-SW
                       END-IF
                   END-IF
           END-READ.
       3250-EXIT.
           EXIT.

       3900-REGISTRAR-FALHA.
           DISPLAY 'REGRA NAO ATENDIDA - ' WRK-MOTIVO-REGRA.
           IF NOT WRK-BARRADO
               MOVE WRK-MOTIVO-REGRA TO WRK-MOTIVO
               MOVE 'S' TO WRK-BARRADO-SW
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ANEXA NO LIVRO A LINHA I (LIBERADO) OU B (BARRADO, COM O
      * MOTIVO E RC 08). SEM O LIVRO O JOB NAO PODE SEGUIR: A
      * CORRIDA NAO FICARIA REGISTRADA PARA AS REGRAS SEGUINTES.
      *----------------------------------------------------------
       4000-GRAVAR-LIVRO.
           IF WRK-JOB = SPACES
               GO TO 4000-EXIT
           END-IF.
           OPEN EXTEND RUN-LEDGER.
           IF WRK-FS-LIVRO = '35'
               OPEN OUTPUT RUN-LEDGER
           END-IF.
           IF WRK-FS-LIVRO NOT = '00' AND WRK-FS-LIVRO NOT = '05'
               MOVE 'LIVRO DE EXECUCOES RUNLEDGR INDISPONIVEL'
                   TO WRK-MOTIVO-REGRA
               PERFORM 3900-REGISTRAR-FALHA THRU 3900-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO LDG-REGISTRO.
           MOVE WRK-JOB TO LDG-JOB.
           MOVE WRK-DATA-HOJE TO LDG-DATA-NEGOCIO.
           MOVE WRK-DATA-RELOGIO TO LDG-DATA-INICIO.
           MOVE WRK-HORA-HHMMSS TO LDG-HORA-INICIO.
           IF WRK-BARRADO
               MOVE 'B' TO LDG-TIPO
               MOVE WRK-DATA-RELOGIO TO LDG-DATA-FIM
               MOVE WRK-HORA-HHMMSS TO LDG-HORA-FIM
               MOVE 8 TO LDG-RC
               MOVE WRK-MOTIVO TO LDG-MOTIVO
           ELSE
               MOVE 'I' TO LDG-TIPO
               MOVE ZEROS TO LDG-DATA-FIM
               MOVE ZEROS TO LDG-HORA-FIM
               MOVE ZEROS TO LDG-RC
           END-IF.
           WRITE LDG-REGISTRO.
           IF WRK-FS-LIVRO NOT = '00'
               MOVE 'ERRO AO GRAVAR O LIVRO DE EXECUCOES'
                   TO WRK-MOTIVO-REGRA
               PERFORM 3900-REGISTRAR-FALHA THRU 3900-EXIT
           END-IF.
           CLOSE RUN-LEDGER.
       4000-EXIT.
           EXIT.
