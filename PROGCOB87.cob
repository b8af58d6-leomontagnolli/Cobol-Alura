       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB87.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Revisao das bolsas antes da geracao do carne:
      *            lista cada bolsa do cadastro SCHOLAR (copybook
      *            SCHLREC) que vence antes do proximo carne do
      *            PROGCOB56 e ainda nao tem janela nova, com a
      *            media geral do ano avaliado (MEDIA-ANUAL menos
      *            ESTORNO do GRADE-HISTORY e do GRADE-ARCHIVE, como
      *            o GPA do PROGCOB10), o PCT-PRESENCA do
      *            ATTEND-MASTER e as suspensoes do ano no
      *            OCCURRENCE-REGISTER, e avalia cada uma pelos
      *            criterios do seu motivo (copybook BOLSPARM):
      *            RENOVAR, REDUZIR, CANCELAR ou ANALISAR (sem
      *            criterio ou sem dado para decidir). A proposta
      *            sai em BOLSPROP (copybook BOLSPROP, decisao
      *            pendente) para a secretaria aprovar, e a
      *            listagem em BOLSRPT. O ano avaliado e o ano
      *            corrente quando a revisao roda no segundo
      *            semestre (carne do ano seguinte) e o ano
      *            anterior quando roda no primeiro (carne do ano
      *            corrente, historico ja arquivado pelo YEAREND).
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
           SELECT SCHOLARSHIP-MASTER ASSIGN TO "SCHOLAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLSAS.
           SELECT OPTIONAL RENEWAL-PARAMETERS ASSIGN TO "BOLSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT GRADE-HISTORY ASSIGN TO "GRADEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT OPTIONAL GRADE-ARCHIVE ASSIGN TO "GRDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT OPTIONAL OCCURRENCE-REGISTER ASSIGN TO "OCORREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCORRENCIA.
           SELECT ATTEND-MASTER ASSIGN TO "ATTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-MATRICULA
               FILE STATUS IS WRK-FS-FREQUENCIA.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT RENEWAL-PROPOSAL ASSIGN TO "BOLSPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROPOSTA.
           SELECT RENEWAL-REPORT ASSIGN TO "BOLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHOLARSHIP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SCHLREC REPLACING ==:PREFIXO:== BY ==SCH==.
       FD  RENEWAL-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY BOLSPARM REPLACING ==:PREFIXO:== BY ==BPM==.
       FD  GRADE-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY GRADEHST REPLACING ==:PREFIXO:== BY ==GH==.
       FD  GRADE-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       COPY GRADEHST REPLACING ==:PREFIXO:== BY ==GA==.
       FD  OCCURRENCE-REGISTER
           LABEL RECORDS ARE STANDARD.
       COPY OCORREC REPLACING ==:PREFIXO:== BY ==OCO==.
       FD  ATTEND-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ATTNREC REPLACING ==:PREFIXO:== BY ==ATT==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  RENEWAL-PROPOSAL
           LABEL RECORDS ARE STANDARD.
       COPY BOLSPROP REPLACING ==:PREFIXO:== BY ==PRP==.
       FD  RENEWAL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-BOLSAS PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMETROS PIC X(02) VALUE '00'.
       77 WRK-FS-HISTORICO PIC X(02) VALUE '00'.
       77 WRK-FS-ARQUIVO PIC X(02) VALUE '00'.
       77 WRK-FS-OCORRENCIA PIC X(02) VALUE '00'.
       77 WRK-FS-FREQUENCIA PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-PROPOSTA PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-BOLSAS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-BOLSAS VALUE 'Y'.
       77 WRK-EOF-PARAMETROS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PARAMETROS VALUE 'Y'.
       77 WRK-EOF-HIST-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-HIST VALUE 'Y'.
       77 WRK-EOF-ARCH-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-ARCH VALUE 'Y'.
       77 WRK-EOF-OCORRENCIA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-OCORRENCIA VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-FREQUENCIA-ABERTA-SW PIC X(01) VALUE 'N'.
           88 WRK-FREQUENCIA-ABERTA VALUE 'S'.
       77 WRK-MASTER-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-LIMITE-ESTOURADO-SW PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-ESTOURADO VALUE 'S'.
       77 WRK-ANO-AVALIADO PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-CARNE PIC 9(04) VALUE ZEROS.
       77 WRK-INICIO-AVALIADO PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-CARNE PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-CARNE PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-RENOVAR PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REDUZIR PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CANCELAR PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ANALISAR PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * CADASTRO DE BOLSAS (TODAS AS JANELAS DE CADA MATRICULA)
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
       77 WRK-SUB-BOL PIC 9(04) VALUE ZEROS.
       77 WRK-JANELA-NOVA-SW PIC X(01) VALUE 'N'.
           88 WRK-JANELA-NOVA VALUE 'S'.
      *---------------------------------------------------------
      * CRITERIOS DE RENOVACAO POR MOTIVO (COPYBOOK BOLSPARM)
      *---------------------------------------------------------
       77 WRK-QTDE-CRITERIOS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-CRITERIOS.
           05 WRK-CRI-ITEM OCCURS 20 TIMES
                   INDEXED BY WRK-IDX-CRI.
               10 WRK-CRI-MOTIVO       PIC X(15).
               10 WRK-CRI-MEDIA-RENOVA PIC 9(02)V99.
               10 WRK-CRI-MEDIA-REDUZ  PIC 9(02)V99.
               10 WRK-CRI-PRESENCA-MIN PIC 9(03)V99.
               10 WRK-CRI-PCT-REDUCAO  PIC 9(03).
               10 WRK-CRI-SUSP-CANCELA PIC X(01).
       77 WRK-CRI-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-CRI-ACHADO VALUE 'S'.
      *---------------------------------------------------------
      * BOLSAS EM REVISAO: A JANELA QUE VENCE E OS DADOS DO ANO
      * AVALIADO JUNTADOS NAS PASSADAS DO HISTORICO E DAS
      * OCORRENCIAS
      *---------------------------------------------------------
       77 WRK-QTDE-CAN PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CANDIDATAS.
           05 WRK-CAN-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-CAN.
               10 WRK-CAN-MATRICULA   PIC 9(07).
               10 WRK-CAN-BOLSA       PIC 9(04).
               10 WRK-CAN-SOMA-MEDIAS PIC S9(06)V99.
               10 WRK-CAN-QTDE-MEDIAS PIC S9(04).
               10 WRK-CAN-SUSPENSOES  PIC 9(02).
      *---------------------------------------------------------
      * APOIO DA AVALIACAO DA BOLSA CORRENTE
      *---------------------------------------------------------
       77 WRK-MEDIA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PRESENCA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TEM-MEDIA-SW PIC X(01) VALUE 'N'.
           88 WRK-TEM-MEDIA VALUE 'S'.
       77 WRK-TEM-PRESENCA-SW PIC X(01) VALUE 'N'.
           88 WRK-TEM-PRESENCA VALUE 'S'.
       77 WRK-ALUNO-ATIVO-SW PIC X(01) VALUE 'N'.
           88 WRK-ALUNO-ATIVO VALUE 'S'.
       77 WRK-NOME-ALUNO PIC X(20) VALUE SPACES.
       77 WRK-MOTIVO-RECOMENDACAO PIC X(17) VALUE SPACES.
      *---------------------------------------------------------
      * LINHAS DA LISTAGEM DA PROPOSTA
      *---------------------------------------------------------
       01  WRK-CAB-1.
           05 FILLER PIC X(38)
               VALUE 'PROPOSTA DE RENOVACAO DE BOLSAS - ANO '.
           05 FILLER PIC X(10) VALUE 'AVALIADO: '.
           05 WRK-CAB-AVALIADO     PIC 9(04).
           05 FILLER PIC X(08) VALUE ' CARNE: '.
           05 WRK-CAB-CARNE        PIC 9(04).
       01  WRK-CAB-2.
           05 FILLER PIC X(40)
               VALUE 'MATRIC. ALUNO                BOL. MEDIA '.
           05 FILLER PIC X(40)
               VALUE 'PRES.  SU RECOMEND NOV MOTIVO           '.
       01  WRK-LINHA-PROPOSTA.
           05 WRK-LP-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-NOME          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-PCT           PIC ZZ9.
           05 FILLER               PIC X(02) VALUE '% '.
           05 WRK-LP-MEDIA         PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-PRESENCA      PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-SUSPENSOES    PIC Z9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-RECOMENDACAO  PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-PCT-PROPOSTO  PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-MOTIVO        PIC X(17).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 2000-SELECIONAR-BOLSA THRU 2000-EXIT
                   VARYING WRK-IDX-BOL FROM 1 BY 1
                   UNTIL WRK-IDX-BOL > WRK-QTDE-BOLSAS
               PERFORM 3000-LER-HISTORICO THRU 3000-EXIT
                   UNTIL WRK-EOF-HIST
               PERFORM 3100-PASSAR-ARQUIVO THRU 3100-EXIT
               PERFORM 3200-PASSAR-OCORRENCIAS THRU 3200-EXIT
               PERFORM 4000-AVALIAR-BOLSA THRU 4000-EXIT
                   VARYING WRK-IDX-CAN FROM 1 BY 1
                   UNTIL WRK-IDX-CAN > WRK-QTDE-CAN
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           IF WRK-LIMITE-ESTOURADO
               DISPLAY 'ERRO - CADASTRO DE BOLSAS MAIOR QUE A '
                   'TABELA: HA BOLSA FORA DA REVISAO - AMPLIAR A '
                   'TABELA'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      * FIXA O ANO AVALIADO E O DO PROXIMO CARNE, ABRE OS
      * ARQUIVOS E CARREGA OS CRITERIOS E O CADASTRO DE BOLSAS
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           IF WRK-MES >= 07
               MOVE WRK-ANO TO WRK-ANO-AVALIADO
               COMPUTE WRK-ANO-CARNE = WRK-ANO + 1
           ELSE
               COMPUTE WRK-ANO-AVALIADO = WRK-ANO - 1
               MOVE WRK-ANO TO WRK-ANO-CARNE
           END-IF.
           COMPUTE WRK-INICIO-AVALIADO =
               WRK-ANO-AVALIADO * 10000 + 0101.
           COMPUTE WRK-INICIO-CARNE = WRK-ANO-CARNE * 10000 + 0101.
           COMPUTE WRK-FIM-CARNE = WRK-ANO-CARNE * 10000 + 1231.
           OPEN INPUT SCHOLARSHIP-MASTER.
           OPEN INPUT GRADE-HISTORY.
           OPEN OUTPUT RENEWAL-PROPOSAL.
           OPEN OUTPUT RENEWAL-REPORT.
           IF WRK-FS-BOLSAS NOT = '00' OR
              WRK-FS-HISTORICO NOT = '00' OR
              WRK-FS-PROPOSTA NOT = '00' OR
              WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - BOLSAS '
                   WRK-FS-BOLSAS ' HISTORICO ' WRK-FS-HISTORICO
                   ' PROPOSTA ' WRK-FS-PROPOSTA
                   ' RELATORIO ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           OPEN INPUT ATTEND-MASTER.
           IF WRK-FS-FREQUENCIA = '00'
               MOVE 'S' TO WRK-FREQUENCIA-ABERTA-SW
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER = '00'
               MOVE 'S' TO WRK-MASTER-ABERTO-SW
           END-IF.
           PERFORM 1100-CARREGAR-CRITERIOS THRU 1100-EXIT.
           PERFORM 1200-CARREGAR-BOLSA THRU 1200-EXIT
               UNTIL WRK-EOF-BOLSAS.
           CLOSE SCHOLARSHIP-MASTER.
           MOVE WRK-ANO-AVALIADO TO WRK-CAB-AVALIADO.
           MOVE WRK-ANO-CARNE TO WRK-CAB-CARNE.
           WRITE REL-LINHA FROM WRK-CAB-1.
           WRITE REL-LINHA FROM WRK-CAB-2.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CRITERIOS DO BOLSPARM; SEM O ARQUIVO (OU VAZIO) VALE SO O
      * CRITERIO PADRAO DA BOLSA DE MERITO
      *----------------------------------------------------------
       1100-CARREGAR-CRITERIOS.
           OPEN INPUT RENEWAL-PARAMETERS.
           IF WRK-FS-PARAMETROS = '00'
               PERFORM 1150-LER-CRITERIO THRU 1150-EXIT
                   UNTIL WRK-EOF-PARAMETROS
           END-IF.
           CLOSE RENEWAL-PARAMETERS.
           IF WRK-QTDE-CRITERIOS = ZEROS
               MOVE 1 TO WRK-QTDE-CRITERIOS
               MOVE 'MERITO' TO WRK-CRI-MOTIVO (1)
               MOVE 8,00 TO WRK-CRI-MEDIA-RENOVA (1)
               MOVE 7,00 TO WRK-CRI-MEDIA-REDUZ (1)
               MOVE 90,00 TO WRK-CRI-PRESENCA-MIN (1)
               MOVE 50 TO WRK-CRI-PCT-REDUCAO (1)
               MOVE 'S' TO WRK-CRI-SUSP-CANCELA (1)
           END-IF.
       1100-EXIT.
           EXIT.

       1150-LER-CRITERIO.
           READ RENEWAL-PARAMETERS
               AT END
                   MOVE 'Y' TO WRK-EOF-PARAMETROS-SW
                   GO TO 1150-EXIT
           END-READ.
           IF BPM-MEDIA-RENOVA NOT NUMERIC OR
              BPM-MEDIA-REDUZ NOT NUMERIC OR
              BPM-PRESENCA-MIN NOT NUMERIC OR
              BPM-PCT-REDUCAO NOT NUMERIC
               DISPLAY 'ATENCAO - CRITERIO INVALIDO IGNORADO: '
                   BPM-MOTIVO
               GO TO 1150-EXIT
           END-IF.
           IF WRK-QTDE-CRITERIOS >= 20
               DISPLAY 'ATENCAO - TABELA DE CRITERIOS CHEIA: '
                   BPM-MOTIVO
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CRITERIOS.
           SET WRK-IDX-CRI TO WRK-QTDE-CRITERIOS.
           MOVE BPM-MOTIVO TO WRK-CRI-MOTIVO (WRK-IDX-CRI).
           MOVE BPM-MEDIA-RENOVA TO WRK-CRI-MEDIA-RENOVA (WRK-IDX-CRI).
           MOVE BPM-MEDIA-REDUZ TO WRK-CRI-MEDIA-REDUZ (WRK-IDX-CRI).
           MOVE BPM-PRESENCA-MIN TO WRK-CRI-PRESENCA-MIN (WRK-IDX-CRI).
           MOVE BPM-PCT-REDUCAO TO WRK-CRI-PCT-REDUCAO (WRK-IDX-CRI).
           MOVE BPM-SUSP-CANCELA TO WRK-CRI-SUSP-CANCELA (WRK-IDX-CRI).
       1150-EXIT.
           EXIT.

       1200-CARREGAR-BOLSA.
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
                       MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A BOLSA ENTRA NA REVISAO QUANDO VALEU NO ANO AVALIADO,
      * VENCE ANTES DO INICIO DO ANO DO CARNE E A MATRICULA AINDA
      * NAO TEM OUTRA JANELA ALCANCANDO O ANO DO CARNE; COM DUAS
      * JANELAS VENCENDO, FICA A DE VENCIMENTO MAIS TARDIO
      *----------------------------------------------------------
       2000-SELECIONAR-BOLSA.
           IF WRK-BOL-FIM (WRK-IDX-BOL) < WRK-INICIO-AVALIADO OR
              WRK-BOL-FIM (WRK-IDX-BOL) >= WRK-INICIO-CARNE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WRK-JANELA-NOVA-SW.
           PERFORM 2100-CONFERIR-JANELA THRU 2100-EXIT
               VARYING WRK-SUB-BOL FROM 1 BY 1
               UNTIL WRK-SUB-BOL > WRK-QTDE-BOLSAS.
           IF WRK-JANELA-NOVA
               GO TO 2000-EXIT
           END-IF.
           IF WRK-QTDE-CAN > ZEROS
               SET WRK-IDX-CAN TO 1
               SEARCH WRK-CAN-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-CAN > WRK-QTDE-CAN
                       CONTINUE
                   WHEN WRK-CAN-MATRICULA (WRK-IDX-CAN) =
                        WRK-BOL-MATRICULA (WRK-IDX-BOL)
                       PERFORM 2200-TROCAR-JANELA THRU 2200-EXIT
                       GO TO 2000-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTDE-CAN >= 1000
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CAN.
           SET WRK-IDX-CAN TO WRK-QTDE-CAN.
           MOVE WRK-BOL-MATRICULA (WRK-IDX-BOL) TO
               WRK-CAN-MATRICULA (WRK-IDX-CAN).
           SET WRK-CAN-BOLSA (WRK-IDX-CAN) TO WRK-IDX-BOL.
           MOVE ZEROS TO WRK-CAN-SOMA-MEDIAS (WRK-IDX-CAN)
               WRK-CAN-QTDE-MEDIAS (WRK-IDX-CAN)
               WRK-CAN-SUSPENSOES (WRK-IDX-CAN).
       2000-EXIT.
           EXIT.

       2100-CONFERIR-JANELA.
           IF WRK-BOL-MATRICULA (WRK-SUB-BOL) =
              WRK-BOL-MATRICULA (WRK-IDX-BOL) AND
              WRK-BOL-INI (WRK-SUB-BOL) <= WRK-FIM-CARNE AND
              WRK-BOL-FIM (WRK-SUB-BOL) >= WRK-INICIO-CARNE
               MOVE 'S' TO WRK-JANELA-NOVA-SW
           END-IF.
       2100-EXIT.
           EXIT.

       2200-TROCAR-JANELA.
           MOVE WRK-CAN-BOLSA (WRK-IDX-CAN) TO WRK-SUB-BOL.
           IF WRK-BOL-FIM (WRK-IDX-BOL) > WRK-BOL-FIM (WRK-SUB-BOL)
               SET WRK-CAN-BOLSA (WRK-IDX-CAN) TO WRK-IDX-BOL
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MEDIA GERAL DO ANO AVALIADO COMO NO GPA DO PROGCOB10: SOMA
      * AS MEDIA-ANUAL E ABATE OS ESTORNO DA CORRECAO DE NOTAS
      *----------------------------------------------------------
       3000-LER-HISTORICO.
           READ GRADE-HISTORY
               AT END
                   MOVE 'Y' TO WRK-EOF-HIST-SW
               NOT AT END
                   PERFORM 3050-SOMAR-MEDIA THRU 3050-EXIT
           END-READ.
       3000-EXIT.
           EXIT.

       3050-SOMAR-MEDIA.
           IF GH-ANO NOT = WRK-ANO-AVALIADO OR WRK-QTDE-CAN = ZEROS
               GO TO 3050-EXIT
           END-IF.
           IF GH-OPERACAO NOT = 'MEDIA-ANUAL' AND
              GH-OPERACAO NOT = 'ESTORNO'
               GO TO 3050-EXIT
           END-IF.
           SET WRK-IDX-CAN TO 1.
           SEARCH WRK-CAN-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-CAN > WRK-QTDE-CAN
                   CONTINUE
               WHEN WRK-CAN-MATRICULA (WRK-IDX-CAN) = GH-MATRICULA
                   IF GH-OPERACAO = 'MEDIA-ANUAL'
                       ADD GH-RESULTADO TO
                           WRK-CAN-SOMA-MEDIAS (WRK-IDX-CAN)
                       ADD 1 TO WRK-CAN-QTDE-MEDIAS (WRK-IDX-CAN)
                   ELSE
                       SUBTRACT GH-RESULTADO FROM
                           WRK-CAN-SOMA-MEDIAS (WRK-IDX-CAN)
                       SUBTRACT 1 FROM
                           WRK-CAN-QTDE-MEDIAS (WRK-IDX-CAN)
                   END-IF
           END-SEARCH.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O ANO AVALIADO JA PODE ESTAR NO GRADE-ARCHIVE DA VIRADA
      * DE ANO (PROGCOB19), QUANDO CATALOGADO
      *----------------------------------------------------------
       3100-PASSAR-ARQUIVO.
           OPEN INPUT GRADE-ARCHIVE.
           IF WRK-FS-ARQUIVO = '00'
               PERFORM 3150-LER-ARQUIVO THRU 3150-EXIT
                   UNTIL WRK-EOF-ARCH
           END-IF.
           CLOSE GRADE-ARCHIVE.
       3100-EXIT.
           EXIT.

       3150-LER-ARQUIVO.
           READ GRADE-ARCHIVE
               AT END
                   MOVE 'Y' TO WRK-EOF-ARCH-SW
               NOT AT END
                   MOVE GA-REGISTRO TO GH-REGISTRO
                   PERFORM 3050-SOMAR-MEDIA THRU 3050-EXIT
           END-READ.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SUSPENSOES APLICADAS NO ANO AVALIADO (PROGCOB80)
      *----------------------------------------------------------
       3200-PASSAR-OCORRENCIAS.
           OPEN INPUT OCCURRENCE-REGISTER.
           IF WRK-FS-OCORRENCIA = '00'
               PERFORM 3250-LER-OCORRENCIA THRU 3250-EXIT
                   UNTIL WRK-EOF-OCORRENCIA
           END-IF.
           CLOSE OCCURRENCE-REGISTER.
       3200-EXIT.
           EXIT.

       3250-LER-OCORRENCIA.
           READ OCCURRENCE-REGISTER
               AT END
                   MOVE 'Y' TO WRK-EOF-OCORRENCIA-SW
                   GO TO 3250-EXIT
           END-READ.
           IF NOT OCO-SUSPENSAO OR OCO-ANO NOT = WRK-ANO-AVALIADO
              OR WRK-QTDE-CAN = ZEROS
               GO TO 3250-EXIT
           END-IF.
           SET WRK-IDX-CAN TO 1.
           SEARCH WRK-CAN-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-CAN > WRK-QTDE-CAN
                   CONTINUE
               WHEN WRK-CAN-MATRICULA (WRK-IDX-CAN) = OCO-MATRICULA
                   IF WRK-CAN-SUSPENSOES (WRK-IDX-CAN) < 99
                       ADD 1 TO WRK-CAN-SUSPENSOES (WRK-IDX-CAN)
                   END-IF
           END-SEARCH.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * AVALIA A BOLSA PELOS CRITERIOS DO MOTIVO E GRAVA A
      * PROPOSTA COM A JANELA DO ANO DO CARNE
      *----------------------------------------------------------
       4000-AVALIAR-BOLSA.
           MOVE WRK-CAN-BOLSA (WRK-IDX-CAN) TO WRK-SUB-BOL.
           PERFORM 4100-REUNIR-DADOS THRU 4100-EXIT.
           MOVE SPACES TO PRP-REGISTRO.
           MOVE WRK-BOL-MATRICULA (WRK-SUB-BOL) TO PRP-MATRICULA.
           MOVE WRK-BOL-MOTIVO (WRK-SUB-BOL) TO PRP-MOTIVO.
           MOVE WRK-BOL-PCT (WRK-SUB-BOL) TO PRP-PCT-ATUAL.
           MOVE WRK-BOL-FIM (WRK-SUB-BOL) TO PRP-VALIDADE-FIM.
           MOVE WRK-MEDIA TO PRP-MEDIA.
           MOVE WRK-PRESENCA TO PRP-PRESENCA.
           MOVE WRK-CAN-SUSPENSOES (WRK-IDX-CAN) TO PRP-SUSPENSOES.
           MOVE WRK-INICIO-CARNE TO PRP-NOVA-INI.
           MOVE WRK-FIM-CARNE TO PRP-NOVA-FIM.
           MOVE 'P' TO PRP-DECISAO.
           PERFORM 4200-DECIDIR THRU 4200-EXIT.
           EVALUATE TRUE
               WHEN PRP-RENOVAR
                   ADD 1 TO WRK-QTDE-RENOVAR
                   MOVE 'RENOVAR' TO WRK-LP-RECOMENDACAO
               WHEN PRP-REDUZIR
                   ADD 1 TO WRK-QTDE-REDUZIR
                   MOVE 'REDUZIR' TO WRK-LP-RECOMENDACAO
               WHEN PRP-CANCELAR
                   ADD 1 TO WRK-QTDE-CANCELAR
                   MOVE 'CANCELAR' TO WRK-LP-RECOMENDACAO
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-ANALISAR
                   MOVE 'ANALISAR' TO WRK-LP-RECOMENDACAO
           END-EVALUATE.
           WRITE PRP-REGISTRO.
           MOVE PRP-MATRICULA TO WRK-LP-MATRICULA.
           MOVE WRK-NOME-ALUNO TO WRK-LP-NOME.
           MOVE PRP-PCT-ATUAL TO WRK-LP-PCT.
           MOVE PRP-MEDIA TO WRK-LP-MEDIA.
           MOVE PRP-PRESENCA TO WRK-LP-PRESENCA.
           MOVE PRP-SUSPENSOES TO WRK-LP-SUSPENSOES.
           MOVE PRP-PCT-PROPOSTO TO WRK-LP-PCT-PROPOSTO.
           MOVE WRK-MOTIVO-RECOMENDACAO TO WRK-LP-MOTIVO.
           WRITE REL-LINHA FROM WRK-LINHA-PROPOSTA.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * NOME E SITUACAO DO ALUNO, MEDIA GERAL E FREQUENCIA
      *----------------------------------------------------------
       4100-REUNIR-DADOS.
           MOVE 'NAO CADASTRADO' TO WRK-NOME-ALUNO.
           MOVE 'N' TO WRK-ALUNO-ATIVO-SW.
           IF WRK-MASTER-ABERTO
               MOVE WRK-CAN-MATRICULA (WRK-IDX-CAN) TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NOME TO WRK-NOME-ALUNO
                       IF SM-ATIVO
                           MOVE 'S' TO WRK-ALUNO-ATIVO-SW
                       END-IF
               END-READ
           END-IF.
           MOVE ZEROS TO WRK-MEDIA WRK-PRESENCA.
           MOVE 'N' TO WRK-TEM-MEDIA-SW WRK-TEM-PRESENCA-SW.
           IF WRK-CAN-QTDE-MEDIAS (WRK-IDX-CAN) > ZEROS AND
              WRK-CAN-SOMA-MEDIAS (WRK-IDX-CAN) >= ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-CAN-SOMA-MEDIAS (WRK-IDX-CAN) /
                   WRK-CAN-QTDE-MEDIAS (WRK-IDX-CAN)
               MOVE 'S' TO WRK-TEM-MEDIA-SW
           END-IF.
           IF WRK-FREQUENCIA-ABERTA
               MOVE WRK-CAN-MATRICULA (WRK-IDX-CAN) TO ATT-MATRICULA
               READ ATTEND-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATT-PCT-PRESENCA NUMERIC
                           MOVE ATT-PCT-PRESENCA TO WRK-PRESENCA
                           MOVE 'S' TO WRK-TEM-PRESENCA-SW
                       END-IF
               END-READ
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RECOMENDACAO: ALUNO FORA DA ESCOLA OU SUSPENSO (QUANDO O
      * CRITERIO MANDA) CANCELA; SEM CRITERIO OU SEM O DADO QUE O
      * CRITERIO EXIGE VAI PARA ANALISE; FREQUENCIA ABAIXO DO
      * MINIMO OU MEDIA ABAIXO DA FAIXA DE REDUCAO CANCELA; MEDIA
      * NA FAIXA DE REDUCAO REDUZ; O RESTO RENOVA
      *----------------------------------------------------------
       4200-DECIDIR.
           MOVE 'A' TO PRP-RECOMENDACAO.
           MOVE ZEROS TO PRP-PCT-PROPOSTO.
           IF NOT WRK-ALUNO-ATIVO
               MOVE 'C' TO PRP-RECOMENDACAO
               MOVE 'ALUNO NAO ATIVO' TO WRK-MOTIVO-RECOMENDACAO
               GO TO 4200-EXIT
           END-IF.
           MOVE 'N' TO WRK-CRI-ACHADO-SW.
           SET WRK-IDX-CRI TO 1.
           SEARCH WRK-CRI-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-CRI > WRK-QTDE-CRITERIOS
                   CONTINUE
               WHEN WRK-CRI-MOTIVO (WRK-IDX-CRI) = PRP-MOTIVO
                   MOVE 'S' TO WRK-CRI-ACHADO-SW
           END-SEARCH.
           IF NOT WRK-CRI-ACHADO
               MOVE 'MOTIVO SEM REGRA' TO WRK-MOTIVO-RECOMENDACAO
               GO TO 4200-EXIT
           END-IF.
           IF PRP-SUSPENSOES > ZEROS AND
              WRK-CRI-SUSP-CANCELA (WRK-IDX-CRI) = 'S'
               MOVE 'C' TO PRP-RECOMENDACAO
               MOVE 'SUSPENSAO NO ANO' TO WRK-MOTIVO-RECOMENDACAO
               GO TO 4200-EXIT
           END-IF.
           IF WRK-CRI-MEDIA-RENOVA (WRK-IDX-CRI) > ZEROS AND
              NOT WRK-TEM-MEDIA
               MOVE 'SEM MEDIA NO ANO' TO WRK-MOTIVO-RECOMENDACAO
               GO TO 4200-EXIT
           END-IF.
           IF WRK-CRI-PRESENCA-MIN (WRK-IDX-CRI) > ZEROS AND
              NOT WRK-TEM-PRESENCA
               MOVE 'SEM FREQUENCIA' TO WRK-MOTIVO-RECOMENDACAO
               GO TO 4200-EXIT
           END-IF.
           IF WRK-PRESENCA < WRK-CRI-PRESENCA-MIN (WRK-IDX-CRI)
               MOVE 'C' TO PRP-RECOMENDACAO
               MOVE 'FREQUENCIA BAIXA' TO WRK-MOTIVO-RECOMENDACAO
               GO TO 4200-EXIT
           END-IF.
           IF WRK-MEDIA < WRK-CRI-MEDIA-REDUZ (WRK-IDX-CRI)
               MOVE 'C' TO PRP-RECOMENDACAO
               MOVE 'MEDIA ABAIXO' TO WRK-MOTIVO-RECOMENDACAO
               GO TO 4200-EXIT
           END-IF.
           IF WRK-MEDIA < WRK-CRI-MEDIA-RENOVA (WRK-IDX-CRI)
               IF PRP-PCT-ATUAL > WRK-CRI-PCT-REDUCAO (WRK-IDX-CRI)
                   MOVE 'D' TO PRP-RECOMENDACAO
                   COMPUTE PRP-PCT-PROPOSTO = PRP-PCT-ATUAL -
                       WRK-CRI-PCT-REDUCAO (WRK-IDX-CRI)
                   MOVE 'MEDIA NA FAIXA' TO WRK-MOTIVO-RECOMENDACAO
               ELSE
                   MOVE 'C' TO PRP-RECOMENDACAO
                   MOVE 'MEDIA NA FAIXA' TO WRK-MOTIVO-RECOMENDACAO
               END-IF
               GO TO 4200-EXIT
           END-IF.
           MOVE 'R' TO PRP-RECOMENDACAO.
           MOVE PRP-PCT-ATUAL TO PRP-PCT-PROPOSTO.
           MOVE 'CRITERIO ATENDIDO' TO WRK-MOTIVO-RECOMENDACAO.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS DA PROPOSTA
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'RENOVAR: ' DELIMITED BY SIZE
                   WRK-QTDE-RENOVAR DELIMITED BY SIZE
                   '  REDUZIR: ' DELIMITED BY SIZE
                   WRK-QTDE-REDUZIR DELIMITED BY SIZE
                   '  CANCELAR: ' DELIMITED BY SIZE
                   WRK-QTDE-CANCELAR DELIMITED BY SIZE
                   '  ANALISAR: ' DELIMITED BY SIZE
                   WRK-QTDE-ANALISAR DELIMITED BY SIZE
                   INTO REL-LINHA
               WRITE REL-LINHA
               CLOSE GRADE-HISTORY
               CLOSE RENEWAL-PROPOSAL
               CLOSE RENEWAL-REPORT
           END-IF.
           IF WRK-FREQUENCIA-ABERTA
               CLOSE ATTEND-MASTER
           END-IF.
           IF WRK-MASTER-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY 'BOLSAS EM REVISAO: ' WRK-QTDE-CAN.
           DISPLAY 'RENOVAR: ' WRK-QTDE-RENOVAR
               ' REDUZIR: ' WRK-QTDE-REDUZIR
               ' CANCELAR: ' WRK-QTDE-CANCELAR
               ' ANALISAR: ' WRK-QTDE-ANALISAR.
       8000-EXIT.
           EXIT.
