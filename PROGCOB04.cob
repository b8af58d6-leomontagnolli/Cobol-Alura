       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB04.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Extrato noturno para o portal dos pais: o mesmo
      *            que a ficha do PROGCOB54 mostra na tela, por
      *            familia do FAMXREF e por aluno ATIVO -- nome,
      *            turma e frequencia do ATTEND-MASTER (tipo A), as
      *            notas dos bimestres do GRADE-HISTORY e a
      *            MEDIA-ANUAL vigente do CURRENT-RESULTS do ano
      *            (tipo N, uma por materia), as parcelas em aberto
      *            (agendadas e faturadas) do carne CHRGSCHD com o
      *            nosso numero do boleto (tipo P) e as recuperacoes
      *            pendentes do RECOVERY-ROSTER com a data do reteste
      *            (tipo R), no leiaute fixo do copybook PORTREC.
      *            O extrato leva so o que mudou desde a ultima
      *            remessa: cada registro e casado com a foto
      *            PORTSNAP do que o portal ja recebeu (inclusao,
      *            alteracao ou exclusao) e a foto nova sai em
      *            PORTNOVO para a troca do job. Sem foto anterior,
      *            ou com o pedido de carga completa no PORTCARG, vai
      *            tudo como inclusao. Os registros que o portal
      *            recusou (PORTREJ, copybook PORTREJ) sao reenviados
      *            mesmo sem mudanca. Header e trailer de controle
      *            com a sequencia da remessa, as contagens e as
      *            somas para o portal conferir; resumo no PORTRPT.
      *            RC=8 sem algum cadastro de origem ou com tabela
      *            cheia (nada e gerado e a foto nao e trocada).
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Tabela cheia (na carga ou nos registros de
      *                    um aluno) passa a cancelar a corrida com
      *                    RC=8 e extrato vazio: com RC=4 o delta saia
      *                    sem as linhas ignoradas, a foto era trocada
      *                    e o portal excluia o que nao foi lido.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMILY-XREF ASSIGN TO "FAMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VINCULO.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT ATTEND-MASTER ASSIGN TO "ATTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-MATRICULA
               FILE STATUS IS WRK-FS-FREQUENCIA.
           SELECT CURRENT-RESULTS ASSIGN TO "CRNTRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-CHAVE
               FILE STATUS IS WRK-FS-CORRENTES.
           SELECT GRADE-HISTORY ASSIGN TO "GRADEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT RECOVERY-ROSTER ASSIGN TO "RECOVERY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECUPERACAO.
           SELECT CHARGE-SCHEDULE ASSIGN TO "CHRGSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARNE.
           SELECT OPTIONAL LOAD-REQUEST ASSIGN TO "PORTCARG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT OPTIONAL PORTAL-REJECTS ASSIGN TO "PORTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECUSAS.
           SELECT OPTIONAL PORTAL-SNAPSHOT ASSIGN TO "PORTSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOTO.
           SELECT PORTAL-SNAPSHOT-NEW ASSIGN TO "PORTNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOTO-NOVA.
           SELECT PORTAL-EXTRACT ASSIGN TO "PORTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT PORTAL-REPORT ASSIGN TO "PORTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  FAMILY-XREF
           LABEL RECORDS ARE STANDARD.
       COPY FAMXREF REPLACING ==:PREFIXO:== BY ==XRF==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  ATTEND-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ATTNREC REPLACING ==:PREFIXO:== BY ==ATT==.
       FD  CURRENT-RESULTS
           LABEL RECORDS ARE STANDARD.
       COPY CRNTREC REPLACING ==:PREFIXO:== BY ==CRN==.
       FD  GRADE-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY GRADEHST REPLACING ==:PREFIXO:== BY ==GH==.
       FD  RECOVERY-ROSTER
           LABEL RECORDS ARE STANDARD.
       COPY RECOVREC.
       FD  CHARGE-SCHEDULE
           LABEL RECORDS ARE STANDARD.
       COPY CHRGREC REPLACING ==:PREFIXO:== BY ==CHG==.
       FD  LOAD-REQUEST
           LABEL RECORDS ARE STANDARD.
       01  CRG-REGISTRO.
           05 CRG-TIPO             PIC X(01).
               88 CRG-COMPLETA         VALUE 'C'.
           05 CRG-SOLICITANTE      PIC X(20).
           05 FILLER               PIC X(59).
       FD  PORTAL-REJECTS
           LABEL RECORDS ARE STANDARD.
       COPY PORTREJ REPLACING ==:PREFIXO:== BY ==RCS==.
       FD  PORTAL-SNAPSHOT
           LABEL RECORDS ARE STANDARD.
       COPY PORTREC REPLACING ==:PREFIXO:== BY ==ANT==.
       FD  PORTAL-SNAPSHOT-NEW
           LABEL RECORDS ARE STANDARD.
       COPY PORTREC REPLACING ==:PREFIXO:== BY ==NOV==.
       FD  PORTAL-EXTRACT
           LABEL RECORDS ARE STANDARD.
       COPY PORTREC REPLACING ==:PREFIXO:== BY ==EXT==.
       FD  PORTAL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-VINCULO PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-FREQUENCIA PIC X(02) VALUE '00'.
       77 WRK-FS-CORRENTES PIC X(02) VALUE '00'.
       77 WRK-FS-HISTORICO PIC X(02) VALUE '00'.
       77 WRK-FS-RECUPERACAO PIC X(02) VALUE '00'.
       77 WRK-FS-CARNE PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO PIC X(02) VALUE '00'.
       77 WRK-FS-RECUSAS PIC X(02) VALUE '00'.
       77 WRK-FS-FOTO PIC X(02) VALUE '00'.
       77 WRK-FS-FOTO-NOVA PIC X(02) VALUE '00'.
       77 WRK-FS-EXTRATO PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-VINCULO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-VINCULO VALUE 'Y'.
       77 WRK-EOF-CORRENTES-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CORRENTES VALUE 'Y'.
       77 WRK-EOF-HIST-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-HIST VALUE 'Y'.
       77 WRK-EOF-RECUPERACAO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-RECUPERACAO VALUE 'Y'.
       77 WRK-EOF-CARNE-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CARNE VALUE 'Y'.
       77 WRK-EOF-RECUSAS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-RECUSAS VALUE 'Y'.
       77 WRK-CARGA-OK-SW PIC X(01) VALUE 'S'.
           88 WRK-CARGA-OK VALUE 'S'.
       77 WRK-CARGA-COMPLETA-SW PIC X(01) VALUE 'N'.
           88 WRK-CARGA-COMPLETA VALUE 'S'.
       77 WRK-FOTO-ABERTA-SW PIC X(01) VALUE 'N'.
           88 WRK-FOTO-ABERTA VALUE 'S'.
       77 WRK-LIMITE-ESTOURADO-SW PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-ESTOURADO VALUE 'S'.
       77 WRK-ACHOU-SW PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-ULTIMO-SW PIC X(01) VALUE 'N'.
           88 WRK-TEM-ULTIMO VALUE 'S'.
       77 WRK-TROCOU-SW PIC X(01) VALUE 'N'.
           88 WRK-TROCOU VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-SEQUENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO-CARGA PIC X(40) VALUE SPACES.
       77 WRK-ACAO PIC X(01) VALUE SPACES.
       77 WRK-CHAVE-ANTERIOR PIC X(30) VALUE HIGH-VALUES.
       77 WRK-CHAVE-EMITIDA PIC X(30) VALUE LOW-VALUES.
      *---------------------------------------------------------
      * VINCULOS MATRICULA-FAMILIA DO FAMXREF, ORDENADOS POR
      * FAMILIA + MATRICULA (ORDEM DA CHAVE DO EXTRATO)
      *---------------------------------------------------------
       77 WRK-QTDE-VINCULOS PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-VINCULOS.
           05 WRK-VIN-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-VIN WRK-IDX-VIN-B.
               10 WRK-VIN-FAMILIA   PIC 9(06).
               10 WRK-VIN-MATRICULA PIC 9(07).
       01  WRK-VIN-TEMP.
           05 FILLER PIC X(13).
      *---------------------------------------------------------
      * NOTAS DO ANO POR MATRICULA + MATERIA: MEDIA-ANUAL VIGENTE
      * DO CURRENT-RESULTS E POSTAGENS BIMESTRE-1 A 4 DO HISTORICO
      *---------------------------------------------------------
       77 WRK-QTDE-NOTAS PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-NOTAS.
           05 WRK-NOT-ITEM OCCURS 9000 TIMES
                   INDEXED BY WRK-IDX-NOT WRK-IDX-ULT.
               10 WRK-NOT-MATRICULA  PIC 9(07).
               10 WRK-NOT-MATERIA    PIC X(10).
               10 WRK-NOT-MEDIA      PIC 9(02)V99.
               10 WRK-NOT-TEM-MEDIA  PIC X(01).
               10 WRK-NOT-BIMESTRE OCCURS 4 TIMES.
                   15 WRK-NOT-NOTA     PIC 9(02)V99.
                   15 WRK-NOT-TEM-NOTA PIC X(01).
       77 WRK-IDX-BIM PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-LIMPA PIC 9(01) VALUE ZEROS.
       01  WRK-OP-BIMESTRE.
           05 FILLER PIC X(09) VALUE 'BIMESTRE-'.
           05 WRK-OP-BIM-NUM PIC 9(01).
      *---------------------------------------------------------
      * RECUPERACOES PENDENTES DO RECOVERY-ROSTER
      *---------------------------------------------------------
       77 WRK-QTDE-RECUPERACOES PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-RECUPERACOES.
           05 WRK-REC-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-REC.
               10 WRK-REC-MATRICULA  PIC 9(07).
               10 WRK-REC-ORIGINAL   PIC 9(08).
               10 WRK-REC-MEDIA      PIC 9(02)V9.
               10 WRK-REC-RETESTE    PIC 9(08).
      *---------------------------------------------------------
      * PARCELAS EM ABERTO DO CARNE (AGENDADAS E FATURADAS)
      *---------------------------------------------------------
       77 WRK-QTDE-PARCELAS PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-PARCELAS.
           05 WRK-PAR-ITEM OCCURS 12000 TIMES
                   INDEXED BY WRK-IDX-PAR.
               10 WRK-PAR-MATRICULA  PIC 9(07).
               10 WRK-PAR-PARCELA    PIC 9(02).
               10 WRK-PAR-VENCIMENTO PIC 9(08).
               10 WRK-PAR-VALOR      PIC 9(07)V99.
               10 WRK-PAR-STATUS     PIC X(01).
      *---------------------------------------------------------
      * RECUSAS DEVOLVIDAS PELO PORTAL; TRATADA = A CHAVE SAIU DE
      * NOVO NESTA REMESSA
      *---------------------------------------------------------
       77 WRK-QTDE-RECUSAS PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-RECUSAS.
           05 WRK-RCS-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-RCS WRK-IDX-RCS-B.
               10 WRK-RCS-CHAVE      PIC X(30).
               10 WRK-RCS-ACAO       PIC X(01).
               10 WRK-RCS-SEQUENCIA  PIC 9(06).
               10 WRK-RCS-MOTIVO     PIC X(40).
               10 WRK-RCS-TRATADA    PIC X(01).
      *---------------------------------------------------------
      * REGISTROS DE UM ALUNO, ORDENADOS PELA CHAVE ANTES DO
      * CASAMENTO COM A FOTO ANTERIOR
      *---------------------------------------------------------
       77 WRK-QTDE-FILHO PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-FILHO.
           05 WRK-FIL-ITEM OCCURS 60 TIMES
                   INDEXED BY WRK-IDX-FIL WRK-IDX-FIL-B.
               10 WRK-FIL-REGISTRO PIC X(100).
       01  WRK-FIL-TEMP.
           05 FILLER PIC X(100).
       COPY PORTREC REPLACING ==:PREFIXO:== BY ==REG==.
       COPY PORTREC REPLACING ==:PREFIXO:== BY ==CTL==.
      *---------------------------------------------------------
      * SOMAS DE CONTROLE DO TRAILER: 1 = EXTRATO, 2 = FOTO NOVA
      *---------------------------------------------------------
       01  WRK-TABELA-CONTROLE.
           05 WRK-CTL-ITEM OCCURS 2 TIMES
                   INDEXED BY WRK-IDX-CTL.
               10 WRK-CTL-ALUNOS     PIC 9(07).
               10 WRK-CTL-NOTAS      PIC 9(07).
               10 WRK-CTL-PARCELAS   PIC 9(07).
               10 WRK-CTL-RECUP      PIC 9(07).
               10 WRK-CTL-EXCLUSOES  PIC 9(07).
               10 WRK-CTL-DETALHES   PIC 9(07).
               10 WRK-CTL-VALORES    PIC 9(11)V99.
               10 WRK-CTL-MATRICULAS PIC 9(13).
      *---------------------------------------------------------
      * CONTAGENS DO RESUMO
      *---------------------------------------------------------
       77 WRK-QTDE-ALUNOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-IGNORADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-INCLUSOES PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-ALTERACOES PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-REENVIOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-SEM-MUDANCA PIC 9(07) VALUE ZEROS.
      *---------------------------------------------------------
      * LINHAS DO RESUMO
      *---------------------------------------------------------
       01  WRK-LINHA-RECUSA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LR-SEQUENCIA     PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LR-FAMILIA       PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LR-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LR-TIPO          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LR-SUBCHAVE      PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LR-SITUACAO      PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LR-MOTIVO        PIC X(25).
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-DESCRICAO     PIC X(40).
           05 WRK-LT-QTDE          PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-CARGA-OK
               PERFORM 3000-PROCESSAR-VINCULOS THRU 3000-EXIT
           END-IF.
           IF WRK-CARGA-OK
               PERFORM 7000-ENCERRAR-EXTRATO THRU 7000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * CARREGA OS CADASTROS DE ORIGEM, DECIDE O TIPO DE CARGA E
      * ABRE O EXTRATO E A FOTO NOVA. QUALQUER CADASTRO DE ORIGEM
      * INDISPONIVEL, OU TABELA CHEIA NA CARGA, CANCELA A CORRIDA:
      * UM DELTA MONTADO SEM ELE MANDARIA O PORTAL EXCLUIR O QUE
      * NAO FOI LIDO.
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           INITIALIZE WRK-TABELA-CONTROLE.
           OPEN OUTPUT PORTAL-REPORT.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O RESUMO - FS ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'EXTRATO DO PORTAL DOS PAIS - ' DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 1100-CARREGAR-VINCULOS THRU 1100-EXIT.
           IF NOT WRK-CARGA-OK
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-CARREGAR-MEDIAS THRU 1300-EXIT.
           IF NOT WRK-CARGA-OK
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1400-CARREGAR-BIMESTRES THRU 1400-EXIT.
           IF NOT WRK-CARGA-OK
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-CARREGAR-RECUPERACOES THRU 1500-EXIT.
           IF NOT WRK-CARGA-OK
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1600-CARREGAR-PARCELAS THRU 1600-EXIT.
           IF NOT WRK-CARGA-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER NOT = '00'
               MOVE 'STUDENT-MASTER INDISPONIVEL' TO WRK-MOTIVO-CARGA
               PERFORM 1900-CANCELAR THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ATTEND-MASTER.
           IF WRK-FS-FREQUENCIA NOT = '00'
               MOVE 'ATTEND-MASTER INDISPONIVEL' TO WRK-MOTIVO-CARGA
               PERFORM 1900-CANCELAR THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1700-LER-PEDIDO-CARGA THRU 1700-EXIT.
           PERFORM 1750-CARREGAR-RECUSAS THRU 1750-EXIT.
           IF WRK-LIMITE-ESTOURADO
               MOVE 'TABELA CHEIA NA CARGA DE ORIGEM' TO
                   WRK-MOTIVO-CARGA
               PERFORM 1900-CANCELAR THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1800-ABRIR-FOTO-ANTERIOR THRU 1800-EXIT.
           PERFORM 1850-ABRIR-SAIDAS THRU 1850-EXIT.
       1000-EXIT.
           EXIT.

       1100-CARREGAR-VINCULOS.
           OPEN INPUT FAMILY-XREF.
           IF WRK-FS-VINCULO NOT = '00'
               MOVE 'FAMXREF INDISPONIVEL' TO WRK-MOTIVO-CARGA
               PERFORM 1900-CANCELAR THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-LER-VINCULO THRU 1150-EXIT
               UNTIL WRK-EOF-VINCULO.
           CLOSE FAMILY-XREF.
           IF WRK-QTDE-VINCULOS > 1
               MOVE 'S' TO WRK-TROCOU-SW
               PERFORM 1200-PASSADA-VINCULOS THRU 1200-EXIT
                   UNTIL NOT WRK-TROCOU
           END-IF.
       1100-EXIT.
           EXIT.

       1150-LER-VINCULO.
           READ FAMILY-XREF
               AT END
                   MOVE 'Y' TO WRK-EOF-VINCULO-SW
               NOT AT END
                   IF WRK-QTDE-VINCULOS < 1000
                       ADD 1 TO WRK-QTDE-VINCULOS
                       MOVE XRF-FAMILIA TO
                           WRK-VIN-FAMILIA (WRK-QTDE-VINCULOS)
                       MOVE XRF-MATRICULA TO
                           WRK-VIN-MATRICULA (WRK-QTDE-VINCULOS)
                   ELSE
                       MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

       1200-PASSADA-VINCULOS.
           MOVE 'N' TO WRK-TROCOU-SW.
           PERFORM 1250-COMPARAR-VINCULOS THRU 1250-EXIT
               VARYING WRK-IDX-VIN FROM 1 BY 1
               UNTIL WRK-IDX-VIN >= WRK-QTDE-VINCULOS.
       1200-EXIT.
           EXIT.

       1250-COMPARAR-VINCULOS.
           SET WRK-IDX-VIN-B TO WRK-IDX-VIN.
           SET WRK-IDX-VIN-B UP BY 1.
           IF WRK-VIN-ITEM (WRK-IDX-VIN) >
              WRK-VIN-ITEM (WRK-IDX-VIN-B)
               MOVE WRK-VIN-ITEM (WRK-IDX-VIN) TO WRK-VIN-TEMP
               MOVE WRK-VIN-ITEM (WRK-IDX-VIN-B) TO
                   WRK-VIN-ITEM (WRK-IDX-VIN)
               MOVE WRK-VIN-TEMP TO WRK-VIN-ITEM (WRK-IDX-VIN-B)
               MOVE 'S' TO WRK-TROCOU-SW
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MEDIAS VIGENTES DO ANO NA ORDEM DA CHAVE DO MESTRE
      *----------------------------------------------------------
       1300-CARREGAR-MEDIAS.
           OPEN INPUT CURRENT-RESULTS.
           IF WRK-FS-CORRENTES NOT = '00'
               MOVE 'CURRENT-RESULTS INDISPONIVEL' TO WRK-MOTIVO-CARGA
               PERFORM 1900-CANCELAR THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF.
           MOVE ZEROS TO CRN-MATRICULA.
           MOVE LOW-VALUES TO CRN-MATERIA.
           MOVE ZEROS TO CRN-ANO.
           START CURRENT-RESULTS KEY NOT < CRN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-CORRENTES-SW
           END-START.
           PERFORM 1350-LER-MEDIA THRU 1350-EXIT
               UNTIL WRK-EOF-CORRENTES.
           CLOSE CURRENT-RESULTS.
       1300-EXIT.
           EXIT.

       1350-LER-MEDIA.
           READ CURRENT-RESULTS NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-CORRENTES-SW
                   GO TO 1350-EXIT
           END-READ.
           IF CRN-ANO NOT = WRK-ANO
               GO TO 1350-EXIT
           END-IF.
           IF WRK-QTDE-NOTAS >= 9000
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 1350-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-NOTAS.
           SET WRK-IDX-NOT TO WRK-QTDE-NOTAS.
           PERFORM 1480-LIMPAR-NOTA THRU 1480-EXIT.
           MOVE CRN-MATRICULA TO WRK-NOT-MATRICULA (WRK-IDX-NOT).
           MOVE CRN-MATERIA TO WRK-NOT-MATERIA (WRK-IDX-NOT).
           MOVE CRN-MEDIA TO WRK-NOT-MEDIA (WRK-IDX-NOT).
           MOVE 'S' TO WRK-NOT-TEM-MEDIA (WRK-IDX-NOT).
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * POSTAGENS BIMESTRE-1 A 4 DO ANO NO HISTORICO; A ULTIMA
      * POSTAGEM DE CADA BIMESTRE VALE. MATERIA AINDA SEM
      * MEDIA-ANUAL ENTRA NA TABELA SO COM OS BIMESTRES.
      *----------------------------------------------------------
       1400-CARREGAR-BIMESTRES.
           OPEN INPUT GRADE-HISTORY.
           IF WRK-FS-HISTORICO NOT = '00'
               MOVE 'GRADE-HISTORY INDISPONIVEL' TO WRK-MOTIVO-CARGA
               PERFORM 1900-CANCELAR THRU 1900-EXIT
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1450-LER-HISTORICO THRU 1450-EXIT
               UNTIL WRK-EOF-HIST.
           CLOSE GRADE-HISTORY.
       1400-EXIT.
           EXIT.

       1450-LER-HISTORICO.
           READ GRADE-HISTORY
               AT END
                   MOVE 'Y' TO WRK-EOF-HIST-SW
                   GO TO 1450-EXIT
           END-READ.
           IF GH-ANO NOT = WRK-ANO OR
              GH-OPERACAO (1:9) NOT = 'BIMESTRE-'
               GO TO 1450-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IDX-BIM.
           PERFORM 1460-IDENTIFICAR-BIMESTRE THRU 1460-EXIT
               VARYING WRK-OP-BIM-NUM FROM 1 BY 1
               UNTIL WRK-OP-BIM-NUM > 4 OR WRK-IDX-BIM > ZEROS.
           IF WRK-IDX-BIM = ZEROS
               GO TO 1450-EXIT
           END-IF.
           PERFORM 1470-LOCALIZAR-NOTA THRU 1470-EXIT.
           IF NOT WRK-ACHOU
               IF WRK-QTDE-NOTAS >= 9000
                   MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
                   GO TO 1450-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-NOTAS
               SET WRK-IDX-NOT TO WRK-QTDE-NOTAS
               PERFORM 1480-LIMPAR-NOTA THRU 1480-EXIT
               MOVE GH-MATRICULA TO WRK-NOT-MATRICULA (WRK-IDX-NOT)
               MOVE GH-MATERIA TO WRK-NOT-MATERIA (WRK-IDX-NOT)
               SET WRK-IDX-ULT TO WRK-IDX-NOT
               MOVE 'S' TO WRK-ULTIMO-SW
           END-IF.
           MOVE GH-RESULTADO TO
               WRK-NOT-NOTA (WRK-IDX-ULT, WRK-IDX-BIM).
           MOVE 'S' TO WRK-NOT-TEM-NOTA (WRK-IDX-ULT, WRK-IDX-BIM).
       1450-EXIT.
           EXIT.

       1460-IDENTIFICAR-BIMESTRE.
           IF GH-OPERACAO = WRK-OP-BIMESTRE
               MOVE WRK-OP-BIM-NUM TO WRK-IDX-BIM
           END-IF.
       1460-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O PROGCOB06 GRAVA OS BIMESTRES DE UMA MATERIA EM SEGUIDA,
      * ENTAO A ULTIMA NOTA ACHADA E CONFERIDA ANTES DA TABELA TODA
      *----------------------------------------------------------
       1470-LOCALIZAR-NOTA.
           MOVE 'N' TO WRK-ACHOU-SW.
           IF WRK-TEM-ULTIMO
               IF WRK-NOT-MATRICULA (WRK-IDX-ULT) = GH-MATRICULA AND
                  WRK-NOT-MATERIA (WRK-IDX-ULT) = GH-MATERIA
                   MOVE 'S' TO WRK-ACHOU-SW
                   GO TO 1470-EXIT
               END-IF
           END-IF.
           SET WRK-IDX-NOT TO 1.
           SEARCH WRK-NOT-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-NOT > WRK-QTDE-NOTAS
                   CONTINUE
               WHEN WRK-NOT-MATRICULA (WRK-IDX-NOT) = GH-MATRICULA
                AND WRK-NOT-MATERIA (WRK-IDX-NOT) = GH-MATERIA
                   MOVE 'S' TO WRK-ACHOU-SW
                   SET WRK-IDX-ULT TO WRK-IDX-NOT
                   MOVE 'S' TO WRK-ULTIMO-SW
           END-SEARCH.
       1470-EXIT.
           EXIT.

       1480-LIMPAR-NOTA.
           MOVE ZEROS TO WRK-NOT-MEDIA (WRK-IDX-NOT).
           MOVE 'N' TO WRK-NOT-TEM-MEDIA (WRK-IDX-NOT).
           PERFORM 1490-LIMPAR-BIMESTRE THRU 1490-EXIT
               VARYING WRK-IDX-LIMPA FROM 1 BY 1
               UNTIL WRK-IDX-LIMPA > 4.
       1480-EXIT.
           EXIT.

       1490-LIMPAR-BIMESTRE.
           MOVE ZEROS TO WRK-NOT-NOTA (WRK-IDX-NOT, WRK-IDX-LIMPA).
           MOVE 'N' TO WRK-NOT-TEM-NOTA (WRK-IDX-NOT, WRK-IDX-LIMPA).
       1490-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SO AS RECUPERACOES AINDA PENDENTES VAO AO PORTAL
      *----------------------------------------------------------
       1500-CARREGAR-RECUPERACOES.
           OPEN INPUT RECOVERY-ROSTER.
           IF WRK-FS-RECUPERACAO NOT = '00'
               MOVE 'RECOVERY-ROSTER INDISPONIVEL' TO WRK-MOTIVO-CARGA
               PERFORM 1900-CANCELAR THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1550-LER-RECUPERACAO THRU 1550-EXIT
               UNTIL WRK-EOF-RECUPERACAO.
           CLOSE RECOVERY-ROSTER.
       1500-EXIT.
           EXIT.

       1550-LER-RECUPERACAO.
           READ RECOVERY-ROSTER
               AT END
                   MOVE 'Y' TO WRK-EOF-RECUPERACAO-SW
                   GO TO 1550-EXIT
           END-READ.
           IF NOT RECOVREC-PENDENTE
               GO TO 1550-EXIT
           END-IF.
           IF WRK-QTDE-RECUPERACOES >= 1000
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 1550-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-RECUPERACOES.
           SET WRK-IDX-REC TO WRK-QTDE-RECUPERACOES.
           MOVE RECOVREC-MATRICULA TO WRK-REC-MATRICULA (WRK-IDX-REC).
           MOVE RECOVREC-DATA-ORIGINAL TO
               WRK-REC-ORIGINAL (WRK-IDX-REC).
           MOVE RECOVREC-MEDIA-ORIGINAL TO WRK-REC-MEDIA (WRK-IDX-REC).
           MOVE RECOVREC-DATA-RETESTE TO WRK-REC-RETESTE (WRK-IDX-REC).
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PARCELAS AGENDADAS (A) E FATURADAS (F) DO CARNE
      *----------------------------------------------------------
       1600-CARREGAR-PARCELAS.
           OPEN INPUT CHARGE-SCHEDULE.
           IF WRK-FS-CARNE NOT = '00'
               MOVE 'CARNE CHRGSCHD INDISPONIVEL' TO WRK-MOTIVO-CARGA
               PERFORM 1900-CANCELAR THRU 1900-EXIT
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1650-LER-PARCELA THRU 1650-EXIT
               UNTIL WRK-EOF-CARNE.
           CLOSE CHARGE-SCHEDULE.
       1600-EXIT.
           EXIT.

       1650-LER-PARCELA.
           READ CHARGE-SCHEDULE
               AT END
                   MOVE 'Y' TO WRK-EOF-CARNE-SW
                   GO TO 1650-EXIT
           END-READ.
           IF NOT CHG-ABERTA AND NOT CHG-FATURADA
               GO TO 1650-EXIT
           END-IF.
           IF WRK-QTDE-PARCELAS >= 12000
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 1650-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PARCELAS.
           SET WRK-IDX-PAR TO WRK-QTDE-PARCELAS.
           MOVE CHG-MATRICULA TO WRK-PAR-MATRICULA (WRK-IDX-PAR).
           MOVE CHG-PARCELA TO WRK-PAR-PARCELA (WRK-IDX-PAR).
           MOVE CHG-VENCIMENTO TO WRK-PAR-VENCIMENTO (WRK-IDX-PAR).
           MOVE CHG-VALOR TO WRK-PAR-VALOR (WRK-IDX-PAR).
           MOVE CHG-STATUS TO WRK-PAR-STATUS (WRK-IDX-PAR).
       1650-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PEDIDO DE CARGA COMPLETA DA SECRETARIA (C NA COLUNA 1)
      *----------------------------------------------------------
       1700-LER-PEDIDO-CARGA.
           OPEN INPUT LOAD-REQUEST.
           IF WRK-FS-PEDIDO NOT = '00'
               GO TO 1700-EXIT
           END-IF.
           READ LOAD-REQUEST
               AT END
                   CONTINUE
               NOT AT END
                   IF CRG-COMPLETA
                       MOVE 'S' TO WRK-CARGA-COMPLETA-SW
                       MOVE SPACES TO WRK-MOTIVO-CARGA
                       STRING 'PEDIDA POR ' DELIMITED BY SIZE
                           CRG-SOLICITANTE DELIMITED BY SIZE
                           INTO WRK-MOTIVO-CARGA
                   END-IF
           END-READ.
           CLOSE LOAD-REQUEST.
       1700-EXIT.
           EXIT.

       1750-CARREGAR-RECUSAS.
           OPEN INPUT PORTAL-REJECTS.
           IF WRK-FS-RECUSAS NOT = '00'
               GO TO 1750-EXIT
           END-IF.
           PERFORM 1760-LER-RECUSA THRU 1760-EXIT
               UNTIL WRK-EOF-RECUSAS.
           CLOSE PORTAL-REJECTS.
       1750-EXIT.
           EXIT.

       1760-LER-RECUSA.
           READ PORTAL-REJECTS
               AT END
                   MOVE 'Y' TO WRK-EOF-RECUSAS-SW
                   GO TO 1760-EXIT
           END-READ.
           IF WRK-QTDE-RECUSAS >= 1000
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 1760-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-RECUSAS.
           SET WRK-IDX-RCS TO WRK-QTDE-RECUSAS.
           MOVE RCS-CHAVE TO WRK-RCS-CHAVE (WRK-IDX-RCS).
           MOVE RCS-ACAO TO WRK-RCS-ACAO (WRK-IDX-RCS).
           MOVE RCS-SEQUENCIA TO WRK-RCS-SEQUENCIA (WRK-IDX-RCS).
           MOVE RCS-MOTIVO TO WRK-RCS-MOTIVO (WRK-IDX-RCS).
           MOVE 'N' TO WRK-RCS-TRATADA (WRK-IDX-RCS).
       1760-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A FOTO ANTERIOR COMECA PELO HEADER DA ULTIMA REMESSA; SEM
      * FOTO (OU SEM HEADER) A CARGA E COMPLETA E A SEQUENCIA
      * RECOMECA EM 1. NA CARGA COMPLETA A FOTO SO DA A SEQUENCIA.
      *----------------------------------------------------------
       1800-ABRIR-FOTO-ANTERIOR.
           MOVE 1 TO WRK-SEQUENCIA.
           OPEN INPUT PORTAL-SNAPSHOT.
           IF WRK-FS-FOTO NOT = '00'
               PERFORM 1890-SEM-FOTO THRU 1890-EXIT
               GO TO 1800-EXIT
           END-IF.
           MOVE 'S' TO WRK-FOTO-ABERTA-SW.
           READ PORTAL-SNAPSHOT
               AT END
                   PERFORM 1890-SEM-FOTO THRU 1890-EXIT
                   GO TO 1800-EXIT
           END-READ.
           IF NOT ANT-HEADER
               PERFORM 1890-SEM-FOTO THRU 1890-EXIT
               GO TO 1800-EXIT
           END-IF.
           IF ANT-SEQUENCIA NUMERIC
               COMPUTE WRK-SEQUENCIA = ANT-SEQUENCIA + 1
           END-IF.
           IF WRK-CARGA-COMPLETA
               CLOSE PORTAL-SNAPSHOT
               MOVE 'N' TO WRK-FOTO-ABERTA-SW
           ELSE
               PERFORM 4800-LER-ANTERIOR THRU 4800-EXIT
           END-IF.
       1800-EXIT.
           EXIT.

       1890-SEM-FOTO.
           IF WRK-FOTO-ABERTA
               CLOSE PORTAL-SNAPSHOT
               MOVE 'N' TO WRK-FOTO-ABERTA-SW
           END-IF.
           IF NOT WRK-CARGA-COMPLETA
               MOVE 'S' TO WRK-CARGA-COMPLETA-SW
               MOVE 'SEM FOTO DA REMESSA ANTERIOR' TO WRK-MOTIVO-CARGA
           END-IF.
       1890-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ABRE O EXTRATO E A FOTO NOVA, CADA UM COM O SEU HEADER
      *----------------------------------------------------------
       1850-ABRIR-SAIDAS.
           OPEN OUTPUT PORTAL-EXTRACT.
           IF WRK-FS-EXTRATO NOT = '00'
               MOVE 'ERRO AO ABRIR O EXTRATO PORTEXT' TO
                   WRK-MOTIVO-CARGA
               PERFORM 1900-CANCELAR THRU 1900-EXIT
               GO TO 1850-EXIT
           END-IF.
           OPEN OUTPUT PORTAL-SNAPSHOT-NEW.
           IF WRK-FS-FOTO-NOVA NOT = '00'
               MOVE 'ERRO AO ABRIR A FOTO NOVA PORTNOVO' TO
                   WRK-MOTIVO-CARGA
               PERFORM 1900-CANCELAR THRU 1900-EXIT
               GO TO 1850-EXIT
           END-IF.
           MOVE ZEROS TO REG-CHAVE.
           MOVE '0' TO REG-TIPO.
           MOVE SPACES TO REG-SUBCHAVE REG-ACAO REG-DADOS.
           MOVE WRK-DATA-HOJE TO REG-DATA-REMESSA.
           MOVE WRK-SEQUENCIA TO REG-SEQUENCIA.
           IF WRK-CARGA-COMPLETA
               MOVE 'C' TO REG-CARGA
           ELSE
               MOVE 'D' TO REG-CARGA
           END-IF.
           MOVE 'PORTALPAIS' TO REG-ORIGEM.
           WRITE EXT-REGISTRO FROM REG-REGISTRO.
           WRITE NOV-REGISTRO FROM REG-REGISTRO.
           MOVE SPACES TO REL-LINHA.
           IF WRK-CARGA-COMPLETA
               STRING 'REMESSA ' WRK-SEQUENCIA ' - CARGA COMPLETA ('
                   DELIMITED BY SIZE
                   WRK-MOTIVO-CARGA DELIMITED BY '  '
                   ')' DELIMITED BY SIZE
                   INTO REL-LINHA
           ELSE
               STRING 'REMESSA ' WRK-SEQUENCIA
                   ' - SO AS MUDANCAS DESDE A REMESSA ANTERIOR'
                   DELIMITED BY SIZE
                   INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       1850-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CADASTRO DE ORIGEM OU SAIDA INDISPONIVEL, OU TABELA CHEIA:
      * NADA E GERADO
      *----------------------------------------------------------
       1900-CANCELAR.
           DISPLAY 'EXTRATO DO PORTAL CANCELADO - ' WRK-MOTIVO-CARGA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EXTRATO CANCELADO - ' DELIMITED BY SIZE
               WRK-MOTIVO-CARGA DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-CARGA-OK-SW.
           MOVE 8 TO RETURN-CODE.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UM ALUNO POR VINCULO, NA ORDEM FAMILIA + MATRICULA, ATE O
      * FIM DOS VINCULOS OU O CANCELAMENTO DA CORRIDA
      *----------------------------------------------------------
       3000-PROCESSAR-VINCULOS.
           PERFORM 3100-PROCESSAR-ALUNO THRU 3100-EXIT
               VARYING WRK-IDX-VIN FROM 1 BY 1
               UNTIL WRK-IDX-VIN > WRK-QTDE-VINCULOS
                  OR NOT WRK-CARGA-OK.
       3000-EXIT.
           EXIT.

       3100-PROCESSAR-ALUNO.
           MOVE WRK-VIN-MATRICULA (WRK-IDX-VIN) TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO WRK-QTDE-IGNORADOS
                   GO TO 3100-EXIT
           END-READ.
           IF NOT SM-ATIVO
               ADD 1 TO WRK-QTDE-IGNORADOS
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ALUNOS.
           MOVE ZEROS TO WRK-QTDE-FILHO.
           PERFORM 3200-MONTAR-ALUNO THRU 3200-EXIT.
           PERFORM 3300-MONTAR-NOTA THRU 3300-EXIT
               VARYING WRK-IDX-NOT FROM 1 BY 1
               UNTIL WRK-IDX-NOT > WRK-QTDE-NOTAS.
           PERFORM 3400-MONTAR-PARCELA THRU 3400-EXIT
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTDE-PARCELAS.
           PERFORM 3500-MONTAR-RECUPERACAO THRU 3500-EXIT
               VARYING WRK-IDX-REC FROM 1 BY 1
               UNTIL WRK-IDX-REC > WRK-QTDE-RECUPERACOES.
           IF WRK-QTDE-FILHO > 1
               MOVE 'S' TO WRK-TROCOU-SW
               PERFORM 3700-PASSADA-FILHO THRU 3700-EXIT
                   UNTIL NOT WRK-TROCOU
           END-IF.
           IF WRK-LIMITE-ESTOURADO
               MOVE SPACES TO WRK-MOTIVO-CARGA
               STRING 'ALUNO ' SM-MATRICULA
                   ' COM MAIS DE 60 REGISTROS' DELIMITED BY SIZE
                   INTO WRK-MOTIVO-CARGA
               PERFORM 1900-CANCELAR THRU 1900-EXIT
               PERFORM 3990-DESCARTAR-SAIDAS THRU 3990-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 4000-CASAR-REGISTRO THRU 4000-EXIT
               VARYING WRK-IDX-FIL FROM 1 BY 1
               UNTIL WRK-IDX-FIL > WRK-QTDE-FILHO.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TIPO A: NOME, TURMA E FREQUENCIA (ZERADA SEM REGISTRO NO
      * ATTEND-MASTER)
      *----------------------------------------------------------
       3200-MONTAR-ALUNO.
           PERFORM 3900-NOVO-REGISTRO THRU 3900-EXIT.
           MOVE 'A' TO REG-TIPO.
           MOVE SM-NOME TO REG-NOME.
           MOVE SM-TURMA TO REG-TURMA.
           MOVE ZEROS TO REG-PCT-PRESENCA REG-DIAS-LETIVOS
               REG-FALTAS.
           MOVE SM-MATRICULA TO ATT-MATRICULA.
           READ ATTEND-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ATT-PCT-PRESENCA TO REG-PCT-PRESENCA
                   MOVE ATT-DIAS-LETIVOS TO REG-DIAS-LETIVOS
                   MOVE ATT-FALTAS TO REG-FALTAS
           END-READ.
           PERFORM 3950-GUARDAR-REGISTRO THRU 3950-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TIPO N: UMA LINHA POR MATERIA DO ANO COM OS BIMESTRES JA
      * POSTADOS E A MEDIA-ANUAL QUANDO HOUVER
      *----------------------------------------------------------
       3300-MONTAR-NOTA.
           IF WRK-NOT-MATRICULA (WRK-IDX-NOT) NOT = SM-MATRICULA
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3900-NOVO-REGISTRO THRU 3900-EXIT.
           MOVE 'N' TO REG-TIPO.
           MOVE WRK-NOT-MATERIA (WRK-IDX-NOT) TO REG-SUBCHAVE.
           PERFORM 3350-COPIAR-BIMESTRE THRU 3350-EXIT
               VARYING WRK-IDX-BIM FROM 1 BY 1
               UNTIL WRK-IDX-BIM > 4.
           MOVE WRK-NOT-MEDIA (WRK-IDX-NOT) TO REG-MEDIA-ANUAL.
           MOVE WRK-NOT-TEM-MEDIA (WRK-IDX-NOT) TO REG-TEM-MEDIA.
           PERFORM 3950-GUARDAR-REGISTRO THRU 3950-EXIT.
       3300-EXIT.
           EXIT.

       3350-COPIAR-BIMESTRE.
           MOVE WRK-NOT-NOTA (WRK-IDX-NOT, WRK-IDX-BIM) TO
               REG-NOTA-BIM (WRK-IDX-BIM).
           MOVE WRK-NOT-TEM-NOTA (WRK-IDX-NOT, WRK-IDX-BIM) TO
               REG-TEM-NOTA-BIM (WRK-IDX-BIM).
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TIPO P: PARCELA EM ABERTO COM O NOSSO NUMERO DO BOLETO
      * (MATRICULA + PARCELA, O MESMO DA REMESSA DO PROGCOB57)
      *----------------------------------------------------------
       3400-MONTAR-PARCELA.
           IF WRK-PAR-MATRICULA (WRK-IDX-PAR) NOT = SM-MATRICULA
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3900-NOVO-REGISTRO THRU 3900-EXIT.
           MOVE 'P' TO REG-TIPO.
           MOVE WRK-PAR-PARCELA (WRK-IDX-PAR) TO REG-SUBCHAVE (1:2).
           COMPUTE REG-NOSSO-NUMERO =
               SM-MATRICULA * 100 + WRK-PAR-PARCELA (WRK-IDX-PAR).
           MOVE WRK-PAR-VENCIMENTO (WRK-IDX-PAR) TO REG-VENCIMENTO.
           MOVE WRK-PAR-VALOR (WRK-IDX-PAR) TO REG-VALOR.
           MOVE WRK-PAR-STATUS (WRK-IDX-PAR) TO REG-STATUS.
           PERFORM 3950-GUARDAR-REGISTRO THRU 3950-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TIPO R: RECUPERACAO PENDENTE COM A DATA DO RETESTE
      *----------------------------------------------------------
       3500-MONTAR-RECUPERACAO.
           IF WRK-REC-MATRICULA (WRK-IDX-REC) NOT = SM-MATRICULA
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3900-NOVO-REGISTRO THRU 3900-EXIT.
           MOVE 'R' TO REG-TIPO.
           MOVE WRK-REC-ORIGINAL (WRK-IDX-REC) TO REG-SUBCHAVE (1:8).
           MOVE WRK-REC-RETESTE (WRK-IDX-REC) TO REG-SUBCHAVE (9:8).
           MOVE WRK-REC-ORIGINAL (WRK-IDX-REC) TO REG-DATA-ORIGINAL.
           MOVE WRK-REC-MEDIA (WRK-IDX-REC) TO REG-MEDIA-ORIGINAL.
           MOVE WRK-REC-RETESTE (WRK-IDX-REC) TO REG-DATA-RETESTE.
           PERFORM 3950-GUARDAR-REGISTRO THRU 3950-EXIT.
       3500-EXIT.
           EXIT.

       3700-PASSADA-FILHO.
           MOVE 'N' TO WRK-TROCOU-SW.
           PERFORM 3750-COMPARAR-FILHO THRU 3750-EXIT
               VARYING WRK-IDX-FIL FROM 1 BY 1
               UNTIL WRK-IDX-FIL >= WRK-QTDE-FILHO.
       3700-EXIT.
           EXIT.

       3750-COMPARAR-FILHO.
           SET WRK-IDX-FIL-B TO WRK-IDX-FIL.
           SET WRK-IDX-FIL-B UP BY 1.
           IF WRK-FIL-REGISTRO (WRK-IDX-FIL) (1:30) >
              WRK-FIL-REGISTRO (WRK-IDX-FIL-B) (1:30)
               MOVE WRK-FIL-ITEM (WRK-IDX-FIL) TO WRK-FIL-TEMP
               MOVE WRK-FIL-ITEM (WRK-IDX-FIL-B) TO
                   WRK-FIL-ITEM (WRK-IDX-FIL)
               MOVE WRK-FIL-TEMP TO WRK-FIL-ITEM (WRK-IDX-FIL-B)
               MOVE 'S' TO WRK-TROCOU-SW
           END-IF.
       3750-EXIT.
           EXIT.

       3900-NOVO-REGISTRO.
           MOVE SPACES TO REG-REGISTRO.
           MOVE WRK-VIN-FAMILIA (WRK-IDX-VIN) TO REG-FAMILIA.
           MOVE SM-MATRICULA TO REG-MATRICULA.
       3900-EXIT.
           EXIT.

       3950-GUARDAR-REGISTRO.
           IF WRK-QTDE-FILHO >= 60
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               GO TO 3950-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-FILHO.
           MOVE REG-REGISTRO TO WRK-FIL-REGISTRO (WRK-QTDE-FILHO).
       3950-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CORRIDA CANCELADA COM O EXTRATO JA ABERTO: O EXTRATO E A
      * FOTO NOVA SAO REABERTOS EM OUTPUT PARA FICAREM VAZIOS, COMO
      * NOS DEMAIS CANCELAMENTOS -- NADA DO DELTA PARCIAL VAI AO
      * PORTAL
      *----------------------------------------------------------
       3990-DESCARTAR-SAIDAS.
           CLOSE PORTAL-EXTRACT PORTAL-SNAPSHOT-NEW.
           OPEN OUTPUT PORTAL-EXTRACT PORTAL-SNAPSHOT-NEW.
       3990-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CASAMENTO COM A FOTO ANTERIOR (AMBAS NA ORDEM DA CHAVE):
      * CHAVE SO NA FOTO SAI COMO EXCLUSAO, SO NA CORRIDA COMO
      * INCLUSAO, NAS DUAS COM DADOS DIFERENTES COMO ALTERACAO; SEM
      * MUDANCA SO SAI SE O PORTAL TIVER RECUSADO A CHAVE. TODO
      * REGISTRO VIGENTE VAI PARA A FOTO NOVA.
      *----------------------------------------------------------
       4000-CASAR-REGISTRO.
           MOVE WRK-FIL-REGISTRO (WRK-IDX-FIL) TO REG-REGISTRO.
           IF REG-CHAVE = WRK-CHAVE-EMITIDA
               GO TO 4000-EXIT
           END-IF.
           MOVE REG-CHAVE TO WRK-CHAVE-EMITIDA.
           IF WRK-CARGA-COMPLETA
               MOVE REG-REGISTRO TO EXT-REGISTRO
               MOVE 'I' TO WRK-ACAO
               PERFORM 4500-GRAVAR-EXTRATO THRU 4500-EXIT
           ELSE
               PERFORM 4100-COMPARAR-ANTERIOR THRU 4100-EXIT
           END-IF.
           WRITE NOV-REGISTRO FROM REG-REGISTRO.
           MOVE REG-REGISTRO TO CTL-REGISTRO.
           SET WRK-IDX-CTL TO 2.
           PERFORM 4900-SOMAR-CONTROLE THRU 4900-EXIT.
       4000-EXIT.
           EXIT.

       4100-COMPARAR-ANTERIOR.
           PERFORM 4200-EXCLUIR-ANTERIOR THRU 4200-EXIT
               UNTIL WRK-CHAVE-ANTERIOR NOT < REG-CHAVE.
           IF WRK-CHAVE-ANTERIOR NOT = REG-CHAVE
               MOVE REG-REGISTRO TO EXT-REGISTRO
               MOVE 'I' TO WRK-ACAO
               PERFORM 4500-GRAVAR-EXTRATO THRU 4500-EXIT
               GO TO 4100-EXIT
           END-IF.
           IF ANT-DADOS NOT = REG-DADOS
               MOVE REG-REGISTRO TO EXT-REGISTRO
               MOVE 'A' TO WRK-ACAO
               PERFORM 4500-GRAVAR-EXTRATO THRU 4500-EXIT
           ELSE
               MOVE REG-CHAVE TO EXT-CHAVE
               PERFORM 4300-PROCURAR-RECUSA THRU 4300-EXIT
               IF WRK-ACHOU
                   MOVE REG-REGISTRO TO EXT-REGISTRO
                   MOVE 'I' TO WRK-ACAO
                   PERFORM 4500-GRAVAR-EXTRATO THRU 4500-EXIT
                   ADD 1 TO WRK-QTDE-REENVIOS
               ELSE
                   ADD 1 TO WRK-QTDE-SEM-MUDANCA
               END-IF
           END-IF.
           PERFORM 4800-LER-ANTERIOR THRU 4800-EXIT.
       4100-EXIT.
           EXIT.

       4200-EXCLUIR-ANTERIOR.
           MOVE ANT-REGISTRO TO EXT-REGISTRO.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 4500-GRAVAR-EXTRATO THRU 4500-EXIT.
           PERFORM 4800-LER-ANTERIOR THRU 4800-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MARCA COMO TRATADAS AS RECUSAS DA CHAVE DE EXT-CHAVE
      *----------------------------------------------------------
       4300-PROCURAR-RECUSA.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM 4350-CONFERIR-RECUSA THRU 4350-EXIT
               VARYING WRK-IDX-RCS-B FROM 1 BY 1
               UNTIL WRK-IDX-RCS-B > WRK-QTDE-RECUSAS.
       4300-EXIT.
           EXIT.

       4350-CONFERIR-RECUSA.
           IF WRK-RCS-CHAVE (WRK-IDX-RCS-B) = EXT-CHAVE
               MOVE 'S' TO WRK-RCS-TRATADA (WRK-IDX-RCS-B)
               MOVE 'S' TO WRK-ACHOU-SW
           END-IF.
       4350-EXIT.
           EXIT.

       4500-GRAVAR-EXTRATO.
           MOVE WRK-ACAO TO EXT-ACAO.
           IF EXT-EXCLUSAO
               MOVE SPACES TO EXT-DADOS
           END-IF.
           WRITE EXT-REGISTRO.
           EVALUATE TRUE
               WHEN EXT-INCLUSAO
                   ADD 1 TO WRK-QTDE-INCLUSOES
               WHEN EXT-ALTERACAO
                   ADD 1 TO WRK-QTDE-ALTERACOES
           END-EVALUATE.
           PERFORM 4300-PROCURAR-RECUSA THRU 4300-EXIT.
           MOVE EXT-REGISTRO TO CTL-REGISTRO.
           SET WRK-IDX-CTL TO 1.
           PERFORM 4900-SOMAR-CONTROLE THRU 4900-EXIT.
       4500-EXIT.
           EXIT.

       4800-LER-ANTERIOR.
           READ PORTAL-SNAPSHOT
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-ANTERIOR
               NOT AT END
                   IF ANT-TRAILER OR ANT-HEADER
                       MOVE HIGH-VALUES TO WRK-CHAVE-ANTERIOR
                   ELSE
                       MOVE ANT-CHAVE TO WRK-CHAVE-ANTERIOR
                   END-IF
           END-READ.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ACUMULA O REGISTRO DE CTL-REGISTRO NO CONTROLE
      * WRK-IDX-CTL: EXCLUSAO SO CONTA NO TOTAL DE EXCLUSOES
      *----------------------------------------------------------
       4900-SOMAR-CONTROLE.
           ADD 1 TO WRK-CTL-DETALHES (WRK-IDX-CTL).
           ADD CTL-MATRICULA TO WRK-CTL-MATRICULAS (WRK-IDX-CTL).
           IF CTL-EXCLUSAO
               ADD 1 TO WRK-CTL-EXCLUSOES (WRK-IDX-CTL)
               GO TO 4900-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CTL-ALUNO
                   ADD 1 TO WRK-CTL-ALUNOS (WRK-IDX-CTL)
               WHEN CTL-NOTA
                   ADD 1 TO WRK-CTL-NOTAS (WRK-IDX-CTL)
               WHEN CTL-PARCELA
                   ADD 1 TO WRK-CTL-PARCELAS (WRK-IDX-CTL)
                   ADD CTL-VALOR TO WRK-CTL-VALORES (WRK-IDX-CTL)
               WHEN CTL-RECUPERACAO
                   ADD 1 TO WRK-CTL-RECUP (WRK-IDX-CTL)
           END-EVALUATE.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FIM DA CORRIDA: O RESTO DA FOTO ANTERIOR SAI COMO EXCLUSAO,
      * AS RECUSAS DE ALTERACAO OU EXCLUSAO CUJA CHAVE NAO EXISTE
      * MAIS SAEM COMO EXCLUSAO DE NOVO, E OS TRAILERS FECHAM O
      * EXTRATO E A FOTO NOVA
      *----------------------------------------------------------
       7000-ENCERRAR-EXTRATO.
           IF NOT WRK-CARGA-COMPLETA
               PERFORM 4200-EXCLUIR-ANTERIOR THRU 4200-EXIT
                   UNTIL WRK-CHAVE-ANTERIOR = HIGH-VALUES
               PERFORM 7100-REENVIAR-EXCLUSAO THRU 7100-EXIT
                   VARYING WRK-IDX-RCS FROM 1 BY 1
                   UNTIL WRK-IDX-RCS > WRK-QTDE-RECUSAS
           END-IF.
           SET WRK-IDX-CTL TO 1.
           PERFORM 7200-MONTAR-TRAILER THRU 7200-EXIT.
           WRITE EXT-REGISTRO FROM REG-REGISTRO.
           SET WRK-IDX-CTL TO 2.
           PERFORM 7200-MONTAR-TRAILER THRU 7200-EXIT.
           WRITE NOV-REGISTRO FROM REG-REGISTRO.
           PERFORM 7300-LISTAR-RECUSAS THRU 7300-EXIT.
           PERFORM 7400-LISTAR-TOTAIS THRU 7400-EXIT.
       7000-EXIT.
           EXIT.

       7100-REENVIAR-EXCLUSAO.
           IF WRK-RCS-TRATADA (WRK-IDX-RCS) = 'S'
               GO TO 7100-EXIT
           END-IF.
           IF WRK-RCS-ACAO (WRK-IDX-RCS) NOT = 'A' AND
              WRK-RCS-ACAO (WRK-IDX-RCS) NOT = 'E'
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO EXT-REGISTRO.
           MOVE WRK-RCS-CHAVE (WRK-IDX-RCS) TO EXT-CHAVE.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 4500-GRAVAR-EXTRATO THRU 4500-EXIT.
           ADD 1 TO WRK-QTDE-REENVIOS.
       7100-EXIT.
           EXIT.

       7200-MONTAR-TRAILER.
           MOVE ALL '9' TO REG-CHAVE.
           MOVE SPACES TO REG-SUBCHAVE REG-ACAO REG-DADOS.
           MOVE WRK-CTL-ALUNOS (WRK-IDX-CTL) TO REG-QTDE-ALUNOS.
           MOVE WRK-CTL-NOTAS (WRK-IDX-CTL) TO REG-QTDE-NOTAS.
           MOVE WRK-CTL-PARCELAS (WRK-IDX-CTL) TO REG-QTDE-PARCELAS.
           MOVE WRK-CTL-RECUP (WRK-IDX-CTL) TO REG-QTDE-RECUP.
           MOVE WRK-CTL-EXCLUSOES (WRK-IDX-CTL) TO
               REG-QTDE-EXCLUSOES.
           MOVE WRK-CTL-DETALHES (WRK-IDX-CTL) TO REG-QTDE-DETALHES.
           MOVE WRK-CTL-VALORES (WRK-IDX-CTL) TO REG-SOMA-VALORES.
           MOVE WRK-CTL-MATRICULAS (WRK-IDX-CTL) TO
               REG-SOMA-MATRICULAS.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RECUSAS DA REMESSA ANTERIOR PARA A SECRETARIA CONFERIR O
      * CADASTRO (REENVIADA = A CHAVE SAIU DE NOVO NESTA REMESSA)
      *----------------------------------------------------------
       7300-LISTAR-RECUSAS.
           MOVE 'RECUSAS DEVOLVIDAS PELO PORTAL' TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTDE-RECUSAS = ZEROS
               MOVE '  NENHUMA' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 7350-LISTAR-UMA-RECUSA THRU 7350-EXIT
                   VARYING WRK-IDX-RCS FROM 1 BY 1
                   UNTIL WRK-IDX-RCS > WRK-QTDE-RECUSAS
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       7300-EXIT.
           EXIT.

       7350-LISTAR-UMA-RECUSA.
           MOVE WRK-RCS-CHAVE (WRK-IDX-RCS) TO REG-CHAVE.
           MOVE WRK-RCS-SEQUENCIA (WRK-IDX-RCS) TO WRK-LR-SEQUENCIA.
           MOVE REG-FAMILIA TO WRK-LR-FAMILIA.
           MOVE REG-MATRICULA TO WRK-LR-MATRICULA.
           MOVE REG-TIPO TO WRK-LR-TIPO.
           MOVE REG-SUBCHAVE TO WRK-LR-SUBCHAVE.
           IF WRK-RCS-TRATADA (WRK-IDX-RCS) = 'S' OR WRK-CARGA-COMPLETA
               MOVE 'REENVIADA' TO WRK-LR-SITUACAO
           ELSE
               MOVE 'SEM REENVIO' TO WRK-LR-SITUACAO
           END-IF.
           MOVE WRK-RCS-MOTIVO (WRK-IDX-RCS) TO WRK-LR-MOTIVO.
           WRITE REL-LINHA FROM WRK-LINHA-RECUSA.
       7350-EXIT.
           EXIT.

       7400-LISTAR-TOTAIS.
           MOVE 'ALUNOS ATIVOS EXTRAIDOS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-ALUNOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'IGNORADOS - SEM CADASTRO OU NAO ATIVO' TO
               WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-IGNORADOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'INCLUSOES NO EXTRATO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-INCLUSOES TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'ALTERACOES NO EXTRATO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-ALTERACOES TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'EXCLUSOES NO EXTRATO' TO WRK-LT-DESCRICAO.
           MOVE WRK-CTL-EXCLUSOES (1) TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'REENVIOS DE RECUSAS (JA CONTADOS ACIMA)' TO
               WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-REENVIOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'REGISTROS SEM MUDANCA (NAO ENVIADOS)' TO
               WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-SEM-MUDANCA TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'DETALHES NO EXTRATO (TRAILER)' TO WRK-LT-DESCRICAO.
           MOVE WRK-CTL-DETALHES (1) TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'REGISTROS NA FOTO NOVA' TO WRK-LT-DESCRICAO.
           MOVE WRK-CTL-DETALHES (2) TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
       7400-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE STUDENT-MASTER ATTEND-MASTER PORTAL-EXTRACT
               PORTAL-SNAPSHOT-NEW PORTAL-REPORT.
           IF WRK-FOTO-ABERTA
               CLOSE PORTAL-SNAPSHOT
           END-IF.
           DISPLAY 'PORTAL - REMESSA ' WRK-SEQUENCIA
               ' ALUNOS ' WRK-QTDE-ALUNOS
               ' DETALHES ' WRK-CTL-DETALHES (1)
               ' RECUSAS ' WRK-QTDE-RECUSAS.
       8000-EXIT.
           EXIT.
