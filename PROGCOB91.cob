       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB91.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Desligamento de pessoal numa passada so: para
      *            cada solicitacao do SAIDSOL (copybook SAIDSOL) com
      *            data efetiva ate hoje, tira o usuario do
      *            STAFF-ROSTER, apaga o PIN do SECURITY-FILE,
      *            bloqueia o LOCK-FILE (ninguem mais entra no
      *            PROGCOB11 com ele), apaga as excecoes do
      *            PERMISSION-MASTER, encerra as atribuicoes do
      *            TEACHER-ASSIGN, libera os horarios do
      *            TIMETABLE-MASTER e encerra na vespera da data
      *            efetiva as janelas do SUBSTITUTE-MASTER em que ele
      *            e o substituto (janela que ainda nao comecou e
      *            cancelada). O SAIDRPT lista, por usuario, o que
      *            foi feito, cada turma/materia que ficou sem
      *            professor (ou coberta por outro professor ou por
      *            substituto ate o fim da janela) e as pendencias
      *            dele: recursos do PROGCOB48 ainda sem decisao e
      *            avaliacoes de bimestre aberto sem nota de todos os
      *            alunos ativos da turma; no fim, a lista
      *            consolidada para a coordenacao reatribuir antes do
      *            proximo lancamento de notas. Cada acao vai para o
      *            AUDIT-LOG. Solicitacao com data futura volta para o
      *            SAIDNEW (o JCL troca pelo vivo); processada ou
      *            recusada vai para o acumulado SAIDDONE. Horario e
      *            substituicoes sao regravados em TTBLNEW e SUBSNEW.
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
           SELECT OFFBOARD-REQUESTS ASSIGN TO "SAIDSOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SOLICITACOES.
           SELECT OFFBOARD-PENDING ASSIGN TO "SAIDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AGENDADAS.
           SELECT OFFBOARD-DONE ASSIGN TO "SAIDDONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROCESSADAS.
           SELECT STAFF-ROSTER ASSIGN TO "STAFFROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-USUARIO
               FILE STATUS IS WRK-FS-STAFF.
           SELECT SECURITY-FILE ASSIGN TO "SECUSER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-USUARIO
               FILE STATUS IS WRK-FS-SECURITY.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOCK-USUARIO
               FILE STATUS IS WRK-FS-LOCK.
           SELECT PERMISSION-MASTER ASSIGN TO "PERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-CHAVE
               FILE STATUS IS WRK-FS-PERMISSOES.
           SELECT TEACHER-ASSIGN ASSIGN TO "TCHASSGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-CHAVE
               FILE STATUS IS WRK-FS-ATRIBUICAO.
           SELECT TIMETABLE-MASTER ASSIGN TO "TTBLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HORARIO.
           SELECT TIMETABLE-NEW ASSIGN TO "TTBLNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HORARIO-NOVO.
           SELECT OPTIONAL SUBSTITUTE-MASTER ASSIGN TO "SUBSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUBSTITUICAO.
           SELECT SUBSTITUTE-NEW ASSIGN TO "SUBSNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUBST-NOVO.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT OPTIONAL APPEALS-FILE ASSIGN TO "APPEALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECURSOS.
           SELECT ASSESSMENT-MASTER ASSIGN TO "AVALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVL-CHAVE
               FILE STATUS IS WRK-FS-AVALIACAO.
           SELECT ASSESSMENT-MARKS ASSIGN TO "AVALNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVN-CHAVE
               FILE STATUS IS WRK-FS-NOTA-AVAL.
           SELECT OPTIONAL PERIOD-CONTROL ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT OFFBOARD-REPORT ASSIGN TO "SAIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  OFFBOARD-REQUESTS
           LABEL RECORDS ARE STANDARD.
       COPY SAIDSOL REPLACING ==:PREFIXO:== BY ==SOL==.
       FD  OFFBOARD-PENDING
           LABEL RECORDS ARE STANDARD.
       01  AGD-REGISTRO             PIC X(78).
       FD  OFFBOARD-DONE
           LABEL RECORDS ARE STANDARD.
       01  PRC-REGISTRO             PIC X(78).
       FD  STAFF-ROSTER
           LABEL RECORDS ARE STANDARD.
       COPY STAFFREC.
       FD  SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECUSER.
       FD  LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOCKREC.
       FD  PERMISSION-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY PERMREC REPLACING ==:PREFIXO:== BY ==PMS==.
       FD  TEACHER-ASSIGN
           LABEL RECORDS ARE STANDARD.
       COPY TCHAREC REPLACING ==:PREFIXO:== BY ==TCH==.
       FD  TIMETABLE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TTBLREC REPLACING ==:PREFIXO:== BY ==TT==.
       FD  TIMETABLE-NEW
           LABEL RECORDS ARE STANDARD.
       COPY TTBLREC REPLACING ==:PREFIXO:== BY ==TTN==.
       FD  SUBSTITUTE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SUBSREC REPLACING ==:PREFIXO:== BY ==SUB==.
       FD  SUBSTITUTE-NEW
           LABEL RECORDS ARE STANDARD.
       COPY SUBSREC REPLACING ==:PREFIXO:== BY ==SBN==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  APPEALS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY APPLREC REPLACING ==:PREFIXO:== BY ==APL==.
       FD  ASSESSMENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY AVALREC REPLACING ==:PREFIXO:== BY ==AVL==.
       FD  ASSESSMENT-MARKS
           LABEL RECORDS ARE STANDARD.
       COPY AVNTREC REPLACING ==:PREFIXO:== BY ==AVN==.
       FD  PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD.
       COPY PERCTL REPLACING ==:PREFIXO:== BY ==PER==.
       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       FD  OFFBOARD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-SOLICITACOES PIC X(02) VALUE '00'.
       77 WRK-FS-AGENDADAS PIC X(02) VALUE '00'.
       77 WRK-FS-PROCESSADAS PIC X(02) VALUE '00'.
       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-FS-SECURITY PIC X(02) VALUE '00'.
       77 WRK-FS-LOCK PIC X(02) VALUE '00'.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE '00'.
       77 WRK-FS-ATRIBUICAO PIC X(02) VALUE '00'.
       77 WRK-FS-HORARIO PIC X(02) VALUE '00'.
       77 WRK-FS-HORARIO-NOVO PIC X(02) VALUE '00'.
       77 WRK-FS-SUBSTITUICAO PIC X(02) VALUE '00'.
       77 WRK-FS-SUBST-NOVO PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-RECURSOS PIC X(02) VALUE '00'.
       77 WRK-FS-AVALIACAO PIC X(02) VALUE '00'.
       77 WRK-FS-NOTA-AVAL PIC X(02) VALUE '00'.
       77 WRK-FS-PERIODO PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SOLICITACOES-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-SOLICITACOES VALUE 'Y'.
       77 WRK-EOF-HORARIO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-HORARIO VALUE 'Y'.
       77 WRK-EOF-SUBSTITUICAO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-SUBSTITUICAO VALUE 'Y'.
       77 WRK-EOF-RECURSOS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-RECURSOS VALUE 'Y'.
       77 WRK-EOF-PERIODO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PERIODO VALUE 'Y'.
       77 WRK-FIM-LEITURA-SW PIC X(01) VALUE 'N'.
           88 WRK-FIM-LEITURA VALUE 'S'.
       77 WRK-FIM-NOTAS-SW PIC X(01) VALUE 'N'.
           88 WRK-FIM-NOTAS VALUE 'S'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-BLOQUEIO-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-BLOQUEIO-ABERTO VALUE 'S'.
       77 WRK-PERMISSOES-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-PERMISSOES-ABERTO VALUE 'S'.
       77 WRK-DIARIO-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-DIARIO-ABERTO VALUE 'S'.
       77 WRK-SUBST-GRAVAR-SW PIC X(01) VALUE 'S'.
           88 WRK-SUBST-GRAVAR VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-USUARIO-BUSCA PIC X(20) VALUE SPACES.
       77 WRK-RESULTADO-AUDIT PIC X(15) VALUE SPACES.
       77 WRK-NIVEL-AUDIT PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-SOLICITADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-AGENDADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-DESLIGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RECUSADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-PROFESSOR PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-NOTAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTDE-EXIBE PIC ZZZ9 VALUE ZEROS.
      *---------------------------------------------------------
      * DESLIGAMENTOS DA CORRIDA E O QUE FOI FEITO EM CADA UM
      *---------------------------------------------------------
       77 WRK-QTDE-DSL PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-DSL PIC 9(02) VALUE ZEROS.
       77 WRK-DSL-DO-RECURSO PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-DESLIGAMENTOS.
           05 WRK-DSL-ITEM OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-DSL.
               10 WRK-DSL-USUARIO      PIC X(20).
               10 WRK-DSL-DATA-EFETIVA PIC 9(08).
               10 WRK-DSL-VESPERA      PIC 9(08).
               10 WRK-DSL-SOLICITANTE  PIC X(20).
               10 WRK-DSL-MOTIVO       PIC X(30).
               10 WRK-DSL-NIVEL        PIC 9(02).
               10 WRK-DSL-SITUACAO     PIC X(01).
                   88 WRK-DSL-PENDENTE     VALUE ' '.
                   88 WRK-DSL-DESLIGADO    VALUE 'S'.
                   88 WRK-DSL-RECUSADO     VALUE 'N'.
               10 WRK-DSL-RECUSA       PIC X(40).
               10 WRK-DSL-ROSTER-SW    PIC X(01).
                   88 WRK-DSL-ROSTER-REMOVIDO VALUE 'S'.
               10 WRK-DSL-PIN-SW       PIC X(01).
                   88 WRK-DSL-PIN-REMOVIDO    VALUE 'S'.
               10 WRK-DSL-BLOQUEIO-SW  PIC X(01).
                   88 WRK-DSL-BLOQUEADO       VALUE 'S'.
               10 WRK-DSL-QTDE-PERM    PIC 9(03).
               10 WRK-DSL-QTDE-ATRIB   PIC 9(03).
               10 WRK-DSL-QTDE-HORARIO PIC 9(03).
               10 WRK-DSL-QTDE-CORTADA PIC 9(03).
               10 WRK-DSL-QTDE-CANCELADA PIC 9(03).
               10 WRK-DSL-QTDE-PENDENCIA PIC 9(03).
       77 WRK-DSL-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-DSL-ACHADO VALUE 'S'.
      *---------------------------------------------------------
      * TURMA/MATERIA QUE O DESLIGADO DEIXOU (ATRIBUICAO, HORARIO
      * OU JANELA DE SUBSTITUICAO EM QUE ELE E O TITULAR)
      *---------------------------------------------------------
       77 WRK-QTDE-VAG PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-VAGAS.
           05 WRK-VAG-ITEM OCCURS 300 TIMES
                   INDEXED BY WRK-IDX-VAG.
               10 WRK-VAG-DESLIGAMENTO PIC 9(02).
               10 WRK-VAG-TURMA        PIC X(06).
               10 WRK-VAG-MATERIA      PIC X(10).
               10 WRK-VAG-COBERTA-SW   PIC X(01).
                   88 WRK-VAG-COBERTA      VALUE 'S'.
               10 WRK-VAG-SUBSTITUTO   PIC X(20).
               10 WRK-VAG-SUBST-FIM    PIC 9(08).
               10 WRK-VAG-QTDE-ALUNOS  PIC 9(04).
       77 WRK-VAG-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-VAG-ACHADA VALUE 'S'.
       77 WRK-VAGA-TURMA PIC X(06) VALUE SPACES.
       77 WRK-VAGA-MATERIA PIC X(10) VALUE SPACES.
      *---------------------------------------------------------
      * PENDENCIAS DO DESLIGADO: RECURSOS E AVALIACOES EM ABERTO
      *---------------------------------------------------------
       77 WRK-QTDE-PEN PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-PENDENCIAS.
           05 WRK-PEN-ITEM OCCURS 300 TIMES
                   INDEXED BY WRK-IDX-PEN.
               10 WRK-PEN-DESLIGAMENTO PIC 9(02).
               10 WRK-PEN-TEXTO        PIC X(60).
       77 WRK-PENDENCIA-TEXTO PIC X(60) VALUE SPACES.
      *---------------------------------------------------------
      * BIMESTRES FECHADOS DO ANO CORRENTE (PERIOD-CONTROL; SEM
      * REGISTRO O BIMESTRE ESTA ABERTO)
      *---------------------------------------------------------
       01  WRK-TABELA-BIMESTRES VALUE 'NNNN'.
           05 WRK-BIM-FECHADO-SW PIC X(01) OCCURS 4 TIMES.
               88 WRK-BIM-FECHADO VALUE 'S'.
      *---------------------------------------------------------
      * CONFERENCIA E EXIBICAO DE DATAS
      *---------------------------------------------------------
       01  WRK-DATA-TESTE PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-TESTE-GRUPO REDEFINES WRK-DATA-TESTE.
           05 WRK-TESTE-ANO PIC 9(04).
           05 WRK-TESTE-MES PIC 9(02).
           05 WRK-TESTE-DIA PIC 9(02).
       01  WRK-TAB-DIAS-MES VALUE '312931303130313130313031'.
           05 WRK-DIAS-MES PIC 9(02) OCCURS 12 TIMES.
       77 WRK-DATA-VALIDA-SW PIC X(01) VALUE 'N'.
           88 WRK-DATA-VALIDA VALUE 'S'.
       01  WRK-DATA-EXIBE.
           05 WRK-EXIBE-DIA PIC 9(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WRK-EXIBE-MES PIC 9(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WRK-EXIBE-ANO PIC 9(04).
      *---------------------------------------------------------
      * LINHAS DO RELATORIO DE DESLIGAMENTO
      *---------------------------------------------------------
       01  WRK-LINHA-USUARIO.
           05 FILLER               PIC X(08) VALUE 'USUARIO '.
           05 WRK-LU-USUARIO       PIC X(20).
           05 FILLER               PIC X(07) VALUE ' NIVEL '.
           05 WRK-LU-NIVEL         PIC 9(02).
           05 FILLER               PIC X(09) VALUE ' EFETIVO '.
           05 WRK-LU-DATA          PIC X(10).
           05 FILLER               PIC X(07) VALUE ' SOLIC '.
           05 WRK-LU-SOLICITANTE   PIC X(17).
       01  WRK-LINHA-ITEM.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LI-DESCRICAO     PIC X(34).
           05 WRK-LI-VALOR         PIC X(44).
       01  WRK-LINHA-VAGA.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-LV-TURMA         PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LV-MATERIA       PIC X(10).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 WRK-LV-SITUACAO      PIC X(56).
       01  WRK-LINHA-PENDENCIA.
           05 FILLER               PIC X(14) VALUE
                                       '    PENDENCIA '.
           05 WRK-LP-TEXTO         PIC X(60).
       01  WRK-LINHA-AGENDADA.
           05 FILLER               PIC X(19) VALUE
                                       'AGENDADO - USUARIO '.
           05 WRK-LA-USUARIO       PIC X(20).
           05 FILLER               PIC X(09) VALUE ' EFETIVO '.
           05 WRK-LA-DATA          PIC X(10).
       01  WRK-LINHA-RECUSA.
           05 FILLER               PIC X(19) VALUE
                                       'RECUSADO - USUARIO '.
           05 WRK-LR-USUARIO       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LR-MOTIVO        PIC X(40).
       01  WRK-LINHA-CONSOLIDADA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-TURMA         PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LC-MATERIA       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LC-ALUNOS        PIC ZZZ9.
           05 FILLER               PIC X(08) VALUE ' ALUNOS '.
           05 FILLER               PIC X(08) VALUE ' ERA DE '.
           05 WRK-LC-USUARIO       PIC X(20).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 2000-DESLIGAR-USUARIO THRU 2000-EXIT
                   VARYING WRK-IDX-DSL FROM 1 BY 1
                   UNTIL WRK-IDX-DSL > WRK-QTDE-DSL
               PERFORM 3000-LIBERAR-HORARIO THRU 3000-EXIT
                   UNTIL WRK-EOF-HORARIO
               PERFORM 3500-ENCERRAR-SUBSTITUICAO THRU 3500-EXIT
                   UNTIL WRK-EOF-SUBSTITUICAO
               PERFORM 4000-CONFERIR-COBERTURA THRU 4000-EXIT
               PERFORM 4500-CONTAR-ALUNOS THRU 4500-EXIT
               PERFORM 5000-CONFERIR-RECURSOS THRU 5000-EXIT
               PERFORM 5500-CONFERIR-AVALIACOES THRU 5500-EXIT
               PERFORM 6000-EMITIR-RELATORIO THRU 6000-EXIT
               PERFORM 7000-AUDITAR-DESLIGAMENTO THRU 7000-EXIT
                   VARYING WRK-IDX-DSL FROM 1 BY 1
                   UNTIL WRK-IDX-DSL > WRK-QTDE-DSL
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS E CARREGA AS SOLICITACOES; O CONTROLE
      * DE BLOQUEIO E CRIADO NO PRIMEIRO USO E SEM A MATRIZ DE
      * PERMISSOES OU O DIARIO DE AVALIACOES A PARTE DELES E PULADA
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           OPEN INPUT OFFBOARD-REQUESTS.
           OPEN OUTPUT OFFBOARD-PENDING.
           OPEN EXTEND OFFBOARD-DONE.
           IF WRK-FS-PROCESSADAS = '35'
               OPEN OUTPUT OFFBOARD-DONE
           END-IF.
           OPEN OUTPUT OFFBOARD-REPORT.
           IF WRK-FS-SOLICITACOES NOT = '00' OR
              WRK-FS-AGENDADAS NOT = '00' OR
              WRK-FS-PROCESSADAS NOT = '00' OR
              WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - SOLICITACOES '
                   WRK-FS-SOLICITACOES ' AGENDADAS ' WRK-FS-AGENDADAS
                   ' PROCESSADAS ' WRK-FS-PROCESSADAS
                   ' RELATORIO ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O STAFF-ROSTER.
           OPEN I-O SECURITY-FILE.
           OPEN I-O TEACHER-ASSIGN.
           OPEN INPUT TIMETABLE-MASTER.
           OPEN OUTPUT TIMETABLE-NEW.
           OPEN INPUT SUBSTITUTE-MASTER.
           OPEN OUTPUT SUBSTITUTE-NEW.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-STAFF NOT = '00' OR
              WRK-FS-SECURITY NOT = '00' OR
              WRK-FS-ATRIBUICAO NOT = '00' OR
              WRK-FS-HORARIO NOT = '00' OR
              WRK-FS-HORARIO-NOVO NOT = '00' OR
              WRK-FS-SUBSTITUICAO NOT = '00' OR
              WRK-FS-SUBST-NOVO NOT = '00' OR
              WRK-FS-MASTER NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - STAFF ' WRK-FS-STAFF
                   ' SEGURANCA ' WRK-FS-SECURITY
                   ' ATRIBUICAO ' WRK-FS-ATRIBUICAO
                   ' HORARIO ' WRK-FS-HORARIO '/'
                   WRK-FS-HORARIO-NOVO
                   ' SUBSTITUICAO ' WRK-FS-SUBSTITUICAO '/'
                   WRK-FS-SUBST-NOVO ' ALUNOS ' WRK-FS-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O LOCK-FILE.
           IF WRK-FS-LOCK = '35'
               OPEN OUTPUT LOCK-FILE
               CLOSE LOCK-FILE
               OPEN I-O LOCK-FILE
           END-IF.
           IF WRK-FS-LOCK NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE BLOQUEIO - FS '
                   WRK-FS-LOCK
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WRK-BLOQUEIO-ABERTO-SW.
           OPEN I-O PERMISSION-MASTER.
           IF WRK-FS-PERMISSOES = '00'
               MOVE 'S' TO WRK-PERMISSOES-ABERTO-SW
           END-IF.
           OPEN INPUT ASSESSMENT-MASTER.
           OPEN INPUT ASSESSMENT-MARKS.
           IF WRK-FS-AVALIACAO = '00' AND WRK-FS-NOTA-AVAL = '00'
               MOVE 'S' TO WRK-DIARIO-ABERTO-SW
           ELSE
               DISPLAY 'ATENCAO - DIARIO DE AVALIACOES INDISPONIVEL, '
                   'AVALIACOES EM ABERTO NAO CONFERIDAS'
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-FS-AUDIT = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           MOVE SPACES TO REL-LINHA.
           STRING 'DESLIGAMENTO DE PESSOAL EM ' DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 1100-CARREGAR-SOLICITACAO THRU 1100-EXIT
               UNTIL WRK-EOF-SOLICITACOES.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA UMA SOLICITACAO: DATA EFETIVA FUTURA VOLTA PARA O
      * SAIDNEW (E A TABELA CHEIA TAMBEM, PARA A PROXIMA CORRIDA);
      * O RESTO VAI PARA O ACUMULADO -- USUARIO OU SOLICITANTE EM
      * BRANCO, DATA INVALIDA E USUARIO REPETIDO NASCEM RECUSADOS
      *----------------------------------------------------------
       1100-CARREGAR-SOLICITACAO.
           READ OFFBOARD-REQUESTS
               AT END
                   MOVE 'Y' TO WRK-EOF-SOLICITACOES-SW
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-SOLICITADAS.
           MOVE SOL-DATA-EFETIVA TO WRK-DATA-TESTE.
           PERFORM 1300-VALIDAR-DATA THRU 1300-EXIT.
           IF WRK-DATA-VALIDA AND WRK-DATA-TESTE > WRK-DATA-HOJE
               WRITE AGD-REGISTRO FROM SOL-REGISTRO
               ADD 1 TO WRK-QTDE-AGENDADAS
               MOVE SOL-USUARIO TO WRK-LA-USUARIO
               PERFORM 9100-FORMATAR-DATA THRU 9100-EXIT
               MOVE WRK-DATA-EXIBE TO WRK-LA-DATA
               WRITE REL-LINHA FROM WRK-LINHA-AGENDADA
               GO TO 1100-EXIT
           END-IF.
           IF WRK-QTDE-DSL >= 50
               DISPLAY 'ERRO - TABELA DE DESLIGAMENTOS CHEIA, '
                   'USUARIO FICA PARA A PROXIMA CORRIDA: ' SOL-USUARIO
               WRITE AGD-REGISTRO FROM SOL-REGISTRO
               ADD 1 TO WRK-QTDE-AGENDADAS
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           WRITE PRC-REGISTRO FROM SOL-REGISTRO.
           ADD 1 TO WRK-QTDE-DSL.
           SET WRK-IDX-DSL TO WRK-QTDE-DSL.
           MOVE SOL-USUARIO TO WRK-DSL-USUARIO (WRK-IDX-DSL).
           MOVE SOL-SOLICITANTE TO WRK-DSL-SOLICITANTE (WRK-IDX-DSL).
           MOVE SOL-MOTIVO TO WRK-DSL-MOTIVO (WRK-IDX-DSL).
           MOVE ZEROS TO WRK-DSL-DATA-EFETIVA (WRK-IDX-DSL)
               WRK-DSL-VESPERA (WRK-IDX-DSL)
               WRK-DSL-NIVEL (WRK-IDX-DSL)
               WRK-DSL-QTDE-PERM (WRK-IDX-DSL)
               WRK-DSL-QTDE-ATRIB (WRK-IDX-DSL)
               WRK-DSL-QTDE-HORARIO (WRK-IDX-DSL)
               WRK-DSL-QTDE-CORTADA (WRK-IDX-DSL)
               WRK-DSL-QTDE-CANCELADA (WRK-IDX-DSL)
               WRK-DSL-QTDE-PENDENCIA (WRK-IDX-DSL).
           MOVE SPACES TO WRK-DSL-SITUACAO (WRK-IDX-DSL)
               WRK-DSL-RECUSA (WRK-IDX-DSL).
           MOVE 'N' TO WRK-DSL-ROSTER-SW (WRK-IDX-DSL)
               WRK-DSL-PIN-SW (WRK-IDX-DSL)
               WRK-DSL-BLOQUEIO-SW (WRK-IDX-DSL).
           IF SOL-USUARIO = SPACES
               MOVE 'USUARIO NAO INFORMADO' TO
                   WRK-DSL-RECUSA (WRK-IDX-DSL)
               SET WRK-DSL-RECUSADO (WRK-IDX-DSL) TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF SOL-SOLICITANTE = SPACES
               MOVE 'SOLICITANTE NAO INFORMADO' TO
                   WRK-DSL-RECUSA (WRK-IDX-DSL)
               SET WRK-DSL-RECUSADO (WRK-IDX-DSL) TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF NOT WRK-DATA-VALIDA
               MOVE 'DATA EFETIVA INVALIDA' TO
                   WRK-DSL-RECUSA (WRK-IDX-DSL)
               SET WRK-DSL-RECUSADO (WRK-IDX-DSL) TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-CONFERIR-REPETIDA THRU 1150-EXIT.
           IF WRK-DSL-RECUSADO (WRK-IDX-DSL)
               GO TO 1100-EXIT
           END-IF.
           MOVE SOL-DATA-EFETIVA TO
               WRK-DSL-DATA-EFETIVA (WRK-IDX-DSL).
           COMPUTE WRK-DSL-VESPERA (WRK-IDX-DSL) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SOL-DATA-EFETIVA) - 1).
       1100-EXIT.
           EXIT.

       1150-CONFERIR-REPETIDA.
           IF WRK-QTDE-DSL < 2
               GO TO 1150-EXIT
           END-IF.
           SET WRK-IDX-DSL TO 1.
           SEARCH WRK-DSL-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-DSL >= WRK-QTDE-DSL
                   CONTINUE
               WHEN WRK-DSL-USUARIO (WRK-IDX-DSL) = SOL-USUARIO
                   SET WRK-IDX-DSL TO WRK-QTDE-DSL
                   MOVE 'SOLICITACAO REPETIDA NA CORRIDA' TO
                       WRK-DSL-RECUSA (WRK-IDX-DSL)
                   SET WRK-DSL-RECUSADO (WRK-IDX-DSL) TO TRUE
           END-SEARCH.
           SET WRK-IDX-DSL TO WRK-QTDE-DSL.
       1150-EXIT.
           EXIT.

       1300-VALIDAR-DATA.
           MOVE 'N' TO WRK-DATA-VALIDA-SW.
           IF WRK-DATA-TESTE NOT NUMERIC OR WRK-TESTE-ANO < 1900
               GO TO 1300-EXIT
           END-IF.
           IF WRK-TESTE-MES < 01 OR WRK-TESTE-MES > 12
               GO TO 1300-EXIT
           END-IF.
           IF WRK-TESTE-DIA < 01 OR
              WRK-TESTE-DIA > WRK-DIAS-MES (WRK-TESTE-MES)
               GO TO 1300-EXIT
           END-IF.
           MOVE 'S' TO WRK-DATA-VALIDA-SW.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA TODOS OS ACESSOS DE UM DESLIGADO NOS CADASTROS
      * INDEXADOS: STAFF-ROSTER, PIN, BLOQUEIO, EXCECOES DE
      * PERMISSAO E ATRIBUICOES DE TURMA/MATERIA
      *----------------------------------------------------------
       2000-DESLIGAR-USUARIO.
           IF NOT WRK-DSL-PENDENTE (WRK-IDX-DSL)
               GO TO 2000-EXIT
           END-IF.
           SET WRK-NUM-DSL TO WRK-IDX-DSL.
           PERFORM 2100-REMOVER-ROSTER THRU 2100-EXIT.
           PERFORM 2200-REMOVER-PIN THRU 2200-EXIT.
           PERFORM 2300-BLOQUEAR-LOGIN THRU 2300-EXIT.
           PERFORM 2400-REMOVER-EXCECOES THRU 2400-EXIT.
           PERFORM 2500-ENCERRAR-ATRIBUICOES THRU 2500-EXIT.
           SET WRK-DSL-DESLIGADO (WRK-IDX-DSL) TO TRUE.
           ADD 1 TO WRK-QTDE-DESLIGADOS.
       2000-EXIT.
           EXIT.

       2100-REMOVER-ROSTER.
           MOVE WRK-DSL-USUARIO (WRK-IDX-DSL) TO STAFF-USUARIO.
           READ STAFF-ROSTER
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           MOVE STAFF-NIVEL TO WRK-DSL-NIVEL (WRK-IDX-DSL).
           DELETE STAFF-ROSTER RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO REMOVER DO STAFF-ROSTER - '
                       STAFF-USUARIO ' FS ' WRK-FS-STAFF
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-DSL-ROSTER-SW (WRK-IDX-DSL)
           END-DELETE.
       2100-EXIT.
           EXIT.

       2200-REMOVER-PIN.
           MOVE WRK-DSL-USUARIO (WRK-IDX-DSL) TO SEC-USUARIO.
           READ SECURITY-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           DELETE SECURITY-FILE RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO REMOVER O PIN - '
                       SEC-USUARIO ' FS ' WRK-FS-SECURITY
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-DSL-PIN-SW (WRK-IDX-DSL)
           END-DELETE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * BLOQUEIO DEFINITIVO NO LOCK-FILE: MESMO QUE O USUARIO
      * VOLTE AO CADASTRO OU GANHE PIN NOVO POR ENGANO, O PROGCOB11
      * RECUSA O LOGIN ANTES DE CONFERIR O PIN
      *----------------------------------------------------------
       2300-BLOQUEAR-LOGIN.
           MOVE WRK-DSL-USUARIO (WRK-IDX-DSL) TO LOCK-USUARIO.
           READ LOCK-FILE
               INVALID KEY
                   MOVE ZEROS TO LOCK-TENTATIVAS
                   SET LOCK-BLOQUEADO TO TRUE
                   WRITE LOCK-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO BLOQUEAR O LOGIN - '
                               LOCK-USUARIO ' FS ' WRK-FS-LOCK
                           MOVE 4 TO RETURN-CODE
                           GO TO 2300-EXIT
                   END-WRITE
               NOT INVALID KEY
                   SET LOCK-BLOQUEADO TO TRUE
                   REWRITE LOCK-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO BLOQUEAR O LOGIN - '
                               LOCK-USUARIO ' FS ' WRK-FS-LOCK
                           MOVE 4 TO RETURN-CODE
                           GO TO 2300-EXIT
                   END-REWRITE
           END-READ.
           MOVE 'S' TO WRK-DSL-BLOQUEIO-SW (WRK-IDX-DSL).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * EXCECOES DO USUARIO NA MATRIZ DE PERMISSOES (NIVEL 00 +
      * USUARIO); AS REGRAS DE NIVEL NAO SAO TOCADAS
      *----------------------------------------------------------
       2400-REMOVER-EXCECOES.
           IF NOT WRK-PERMISSOES-ABERTO
               GO TO 2400-EXIT
           END-IF.
           MOVE ZEROS TO PMS-NIVEL PMS-FUNCAO.
           MOVE WRK-DSL-USUARIO (WRK-IDX-DSL) TO PMS-USUARIO.
           MOVE 'N' TO WRK-FIM-LEITURA-SW.
           START PERMISSION-MASTER KEY NOT < PMS-CHAVE
               INVALID KEY
                   GO TO 2400-EXIT
           END-START.
           PERFORM 2450-EXCLUIR-EXCECAO THRU 2450-EXIT
               UNTIL WRK-FIM-LEITURA.
       2400-EXIT.
           EXIT.

       2450-EXCLUIR-EXCECAO.
           READ PERMISSION-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA-SW
                   GO TO 2450-EXIT
           END-READ.
           IF PMS-NIVEL NOT = ZEROS OR
              PMS-USUARIO NOT = WRK-DSL-USUARIO (WRK-IDX-DSL)
               MOVE 'S' TO WRK-FIM-LEITURA-SW
               GO TO 2450-EXIT
           END-IF.
           DELETE PERMISSION-MASTER RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO REMOVER EXCECAO DE PERMISSAO - '
                       PMS-USUARIO ' FS ' WRK-FS-PERMISSOES
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WRK-DSL-QTDE-PERM (WRK-IDX-DSL)
           END-DELETE.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ATRIBUICOES DO USUARIO NO TEACHER-ASSIGN: CADA TURMA/
      * MATERIA ENTRA NA TABELA DE VAGAS ANTES DE SER APAGADA
      *----------------------------------------------------------
       2500-ENCERRAR-ATRIBUICOES.
           MOVE WRK-DSL-USUARIO (WRK-IDX-DSL) TO TCH-USUARIO.
           MOVE LOW-VALUES TO TCH-TURMA TCH-MATERIA.
           MOVE 'N' TO WRK-FIM-LEITURA-SW.
           START TEACHER-ASSIGN KEY NOT < TCH-CHAVE
               INVALID KEY
                   GO TO 2500-EXIT
           END-START.
           PERFORM 2550-EXCLUIR-ATRIBUICAO THRU 2550-EXIT
               UNTIL WRK-FIM-LEITURA.
       2500-EXIT.
           EXIT.

       2550-EXCLUIR-ATRIBUICAO.
           READ TEACHER-ASSIGN NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA-SW
                   GO TO 2550-EXIT
           END-READ.
           IF TCH-USUARIO NOT = WRK-DSL-USUARIO (WRK-IDX-DSL)
               MOVE 'S' TO WRK-FIM-LEITURA-SW
               GO TO 2550-EXIT
           END-IF.
           MOVE TCH-TURMA TO WRK-VAGA-TURMA.
           MOVE TCH-MATERIA TO WRK-VAGA-MATERIA.
           PERFORM 2600-INCLUIR-VAGA THRU 2600-EXIT.
           DELETE TEACHER-ASSIGN RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO ENCERRAR ATRIBUICAO - '
                       TCH-USUARIO ' ' TCH-TURMA ' ' TCH-MATERIA
                       ' FS ' WRK-FS-ATRIBUICAO
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WRK-DSL-QTDE-ATRIB (WRK-IDX-DSL)
           END-DELETE.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * INCLUI A TURMA/MATERIA DE WRK-VAGA-TURMA/MATERIA PARA O
      * DESLIGAMENTO WRK-NUM-DSL, SE AINDA NAO ESTIVER NA TABELA;
      * DEVOLVE WRK-IDX-VAG NA LINHA DA VAGA
      *----------------------------------------------------------
       2600-INCLUIR-VAGA.
           MOVE 'N' TO WRK-VAG-ACHADA-SW.
           SET WRK-IDX-VAG TO 1.
           SEARCH WRK-VAG-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-VAG > WRK-QTDE-VAG
                   CONTINUE
               WHEN WRK-VAG-DESLIGAMENTO (WRK-IDX-VAG) = WRK-NUM-DSL
                AND WRK-VAG-TURMA (WRK-IDX-VAG) = WRK-VAGA-TURMA
                AND WRK-VAG-MATERIA (WRK-IDX-VAG) = WRK-VAGA-MATERIA
                   MOVE 'S' TO WRK-VAG-ACHADA-SW
           END-SEARCH.
           IF WRK-VAG-ACHADA
               GO TO 2600-EXIT
           END-IF.
           IF WRK-QTDE-VAG >= 300
               DISPLAY 'ATENCAO - TABELA DE VAGAS CHEIA, TURMA/'
                   'MATERIA FORA DO RELATORIO: ' WRK-VAGA-TURMA ' '
                   WRK-VAGA-MATERIA
               MOVE 4 TO RETURN-CODE
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-VAG.
           SET WRK-IDX-VAG TO WRK-QTDE-VAG.
           MOVE WRK-NUM-DSL TO WRK-VAG-DESLIGAMENTO (WRK-IDX-VAG).
           MOVE WRK-VAGA-TURMA TO WRK-VAG-TURMA (WRK-IDX-VAG).
           MOVE WRK-VAGA-MATERIA TO WRK-VAG-MATERIA (WRK-IDX-VAG).
           MOVE 'N' TO WRK-VAG-COBERTA-SW (WRK-IDX-VAG).
           MOVE SPACES TO WRK-VAG-SUBSTITUTO (WRK-IDX-VAG).
           MOVE ZEROS TO WRK-VAG-SUBST-FIM (WRK-IDX-VAG)
               WRK-VAG-QTDE-ALUNOS (WRK-IDX-VAG).
           MOVE 'S' TO WRK-VAG-ACHADA-SW.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROCURA WRK-USUARIO-BUSCA ENTRE OS DESLIGADOS DA CORRIDA;
      * DEVOLVE WRK-IDX-DSL E WRK-NUM-DSL NA LINHA ACHADA
      *----------------------------------------------------------
       2900-PROCURAR-DESLIGADO.
           MOVE 'N' TO WRK-DSL-ACHADO-SW.
           IF WRK-USUARIO-BUSCA = SPACES
               GO TO 2900-EXIT
           END-IF.
           SET WRK-IDX-DSL TO 1.
           SEARCH WRK-DSL-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-DSL > WRK-QTDE-DSL
                   CONTINUE
               WHEN WRK-DSL-USUARIO (WRK-IDX-DSL) = WRK-USUARIO-BUSCA
                AND WRK-DSL-DESLIGADO (WRK-IDX-DSL)
                   MOVE 'S' TO WRK-DSL-ACHADO-SW
                   SET WRK-NUM-DSL TO WRK-IDX-DSL
           END-SEARCH.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRAVA O HORARIO EM TTBLNEW COM OS TEMPOS DOS
      * DESLIGADOS SEM PROFESSOR
      *----------------------------------------------------------
       3000-LIBERAR-HORARIO.
           READ TIMETABLE-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-HORARIO-SW
                   GO TO 3000-EXIT
           END-READ.
           MOVE TT-REGISTRO TO TTN-REGISTRO.
           MOVE TT-USUARIO TO WRK-USUARIO-BUSCA.
           PERFORM 2900-PROCURAR-DESLIGADO THRU 2900-EXIT.
           IF WRK-DSL-ACHADO
               MOVE SPACES TO TTN-USUARIO
               ADD 1 TO WRK-DSL-QTDE-HORARIO (WRK-IDX-DSL)
               MOVE TT-TURMA TO WRK-VAGA-TURMA
               MOVE TT-MATERIA TO WRK-VAGA-MATERIA
               PERFORM 2600-INCLUIR-VAGA THRU 2600-EXIT
           END-IF.
           WRITE TTN-REGISTRO.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRAVA AS SUBSTITUICOES EM SUBSNEW: JANELA DO DESLIGADO
      * COMO SUBSTITUTO TERMINA NA VESPERA DA DATA EFETIVA (OU E
      * CANCELADA SE AINDA NAO COMECOU); JANELA EM QUE ELE E O
      * TITULAR SEGUE VALENDO E A TURMA/MATERIA SAI COMO COBERTA
      * PELO SUBSTITUTO ATE O FIM DA JANELA
      *----------------------------------------------------------
       3500-ENCERRAR-SUBSTITUICAO.
           READ SUBSTITUTE-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-SUBSTITUICAO-SW
                   GO TO 3500-EXIT
           END-READ.
           MOVE SUB-REGISTRO TO SBN-REGISTRO.
           MOVE 'S' TO WRK-SUBST-GRAVAR-SW.
           MOVE SUB-SUBSTITUTO TO WRK-USUARIO-BUSCA.
           PERFORM 2900-PROCURAR-DESLIGADO THRU 2900-EXIT.
           IF WRK-DSL-ACHADO AND
              SUB-DATA-FIM >= WRK-DSL-DATA-EFETIVA (WRK-IDX-DSL)
               IF SUB-DATA-INICIO >= WRK-DSL-DATA-EFETIVA (WRK-IDX-DSL)
                   MOVE 'N' TO WRK-SUBST-GRAVAR-SW
                   ADD 1 TO WRK-DSL-QTDE-CANCELADA (WRK-IDX-DSL)
               ELSE
                   MOVE WRK-DSL-VESPERA (WRK-IDX-DSL) TO SBN-DATA-FIM
                   ADD 1 TO WRK-DSL-QTDE-CORTADA (WRK-IDX-DSL)
               END-IF
           END-IF.
           IF NOT WRK-SUBST-GRAVAR
               GO TO 3500-EXIT
           END-IF.
           WRITE SBN-REGISTRO.
           MOVE SUB-TITULAR TO WRK-USUARIO-BUSCA.
           PERFORM 2900-PROCURAR-DESLIGADO THRU 2900-EXIT.
           IF WRK-DSL-ACHADO AND
              SBN-DATA-FIM >= WRK-DSL-DATA-EFETIVA (WRK-IDX-DSL)
               MOVE SUB-TURMA TO WRK-VAGA-TURMA
               MOVE SUB-MATERIA TO WRK-VAGA-MATERIA
               PERFORM 2600-INCLUIR-VAGA THRU 2600-EXIT
               IF WRK-VAG-ACHADA AND
                  SBN-DATA-FIM > WRK-VAG-SUBST-FIM (WRK-IDX-VAG)
                   MOVE SBN-SUBSTITUTO TO
                       WRK-VAG-SUBSTITUTO (WRK-IDX-VAG)
                   MOVE SBN-DATA-FIM TO
                       WRK-VAG-SUBST-FIM (WRK-IDX-VAG)
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TURMA/MATERIA QUE AINDA TEM OUTRO PROFESSOR ATRIBUIDO NO
      * TEACHER-ASSIGN (AS LINHAS DOS DESLIGADOS JA SAIRAM) FICA
      * COBERTA
      *----------------------------------------------------------
       4000-CONFERIR-COBERTURA.
           IF WRK-QTDE-VAG = ZEROS
               GO TO 4000-EXIT
           END-IF.
           MOVE LOW-VALUES TO TCH-CHAVE.
           MOVE 'N' TO WRK-FIM-LEITURA-SW.
           START TEACHER-ASSIGN KEY NOT < TCH-CHAVE
               INVALID KEY
                   GO TO 4000-EXIT
           END-START.
           PERFORM 4100-LER-ATRIBUICAO THRU 4100-EXIT
               UNTIL WRK-FIM-LEITURA.
       4000-EXIT.
           EXIT.

       4100-LER-ATRIBUICAO.
           READ TEACHER-ASSIGN NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA-SW
                   GO TO 4100-EXIT
           END-READ.
           PERFORM 4150-MARCAR-COBERTA THRU 4150-EXIT
               VARYING WRK-IDX-VAG FROM 1 BY 1
               UNTIL WRK-IDX-VAG > WRK-QTDE-VAG.
       4100-EXIT.
           EXIT.

       4150-MARCAR-COBERTA.
           IF WRK-VAG-TURMA (WRK-IDX-VAG) = TCH-TURMA AND
              WRK-VAG-MATERIA (WRK-IDX-VAG) = TCH-MATERIA
               MOVE 'S' TO WRK-VAG-COBERTA-SW (WRK-IDX-VAG)
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ALUNOS ATIVOS DE CADA TURMA QUE FICOU SEM PROFESSOR (BASE
      * TAMBEM DA CONFERENCIA DE NOTAS LANCADAS)
      *----------------------------------------------------------
       4500-CONTAR-ALUNOS.
           IF WRK-QTDE-VAG = ZEROS
               GO TO 4500-EXIT
           END-IF.
           MOVE ZEROS TO SM-MATRICULA.
           MOVE 'N' TO WRK-FIM-LEITURA-SW.
           START STUDENT-MASTER KEY NOT < SM-MATRICULA
               INVALID KEY
                   GO TO 4500-EXIT
           END-START.
           PERFORM 4600-LER-ALUNO THRU 4600-EXIT
               UNTIL WRK-FIM-LEITURA.
       4500-EXIT.
           EXIT.

       4600-LER-ALUNO.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA-SW
                   GO TO 4600-EXIT
           END-READ.
           IF NOT SM-ATIVO
               GO TO 4600-EXIT
           END-IF.
           PERFORM 4650-SOMAR-ALUNO THRU 4650-EXIT
               VARYING WRK-IDX-VAG FROM 1 BY 1
               UNTIL WRK-IDX-VAG > WRK-QTDE-VAG.
       4600-EXIT.
           EXIT.

       4650-SOMAR-ALUNO.
           IF WRK-VAG-TURMA (WRK-IDX-VAG) = SM-TURMA
               ADD 1 TO WRK-VAG-QTDE-ALUNOS (WRK-IDX-VAG)
           END-IF.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RECURSOS DO PROGCOB48 AINDA SEM DECISAO: PEDIDOS PELO
      * DESLIGADO OU DE ALUNO DE UMA TURMA/MATERIA QUE ERA DELE
      *----------------------------------------------------------
       5000-CONFERIR-RECURSOS.
           IF WRK-QTDE-DESLIGADOS = ZEROS
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT APPEALS-FILE.
           IF WRK-FS-RECURSOS NOT = '00'
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-LER-RECURSO THRU 5100-EXIT
               UNTIL WRK-EOF-RECURSOS.
           CLOSE APPEALS-FILE.
       5000-EXIT.
           EXIT.

       5100-LER-RECURSO.
           READ APPEALS-FILE
               AT END
                   MOVE 'Y' TO WRK-EOF-RECURSOS-SW
                   GO TO 5100-EXIT
           END-READ.
           IF NOT APL-ABERTO
               GO TO 5100-EXIT
           END-IF.
           MOVE APL-PRAZO-RESPOSTA TO WRK-DATA-TESTE.
           PERFORM 9100-FORMATAR-DATA THRU 9100-EXIT.
           MOVE ZEROS TO WRK-DSL-DO-RECURSO.
           MOVE APL-SOLICITANTE TO WRK-USUARIO-BUSCA.
           PERFORM 2900-PROCURAR-DESLIGADO THRU 2900-EXIT.
           IF WRK-DSL-ACHADO
               MOVE WRK-NUM-DSL TO WRK-DSL-DO-RECURSO
               MOVE SPACES TO WRK-PENDENCIA-TEXTO
               STRING 'RECURSO DO USUARIO ' APL-NUMERO
                   ' ALUNO ' APL-MATRICULA ' PRAZO ' WRK-DATA-EXIBE
                   DELIMITED BY SIZE INTO WRK-PENDENCIA-TEXTO
               PERFORM 5900-INCLUIR-PENDENCIA THRU 5900-EXIT
           END-IF.
           MOVE APL-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ.
           MOVE SPACES TO WRK-PENDENCIA-TEXTO.
           STRING 'RECURSO ' APL-NUMERO ' ALUNO ' APL-MATRICULA
               ' ' APL-MATERIA ' PRAZO ' WRK-DATA-EXIBE
               DELIMITED BY SIZE INTO WRK-PENDENCIA-TEXTO.
           PERFORM 5150-RECURSO-DA-VAGA THRU 5150-EXIT
               VARYING WRK-IDX-VAG FROM 1 BY 1
               UNTIL WRK-IDX-VAG > WRK-QTDE-VAG.
       5100-EXIT.
           EXIT.

       5150-RECURSO-DA-VAGA.
           IF WRK-VAG-TURMA (WRK-IDX-VAG) = SM-TURMA AND
              WRK-VAG-MATERIA (WRK-IDX-VAG) = APL-MATERIA AND
              WRK-VAG-DESLIGAMENTO (WRK-IDX-VAG) NOT =
                  WRK-DSL-DO-RECURSO
               MOVE WRK-VAG-DESLIGAMENTO (WRK-IDX-VAG) TO WRK-NUM-DSL
               PERFORM 5900-INCLUIR-PENDENCIA THRU 5900-EXIT
           END-IF.
       5150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * AVALIACOES DO ANO CORRENTE, EM BIMESTRE AINDA ABERTO, DAS
      * TURMAS/MATERIAS DO DESLIGADO COM MENOS NOTAS LANCADAS QUE
      * ALUNOS ATIVOS NA TURMA
      *----------------------------------------------------------
       5500-CONFERIR-AVALIACOES.
           IF NOT WRK-DIARIO-ABERTO OR WRK-QTDE-VAG = ZEROS
               GO TO 5500-EXIT
           END-IF.
           OPEN INPUT PERIOD-CONTROL.
           IF WRK-FS-PERIODO = '00'
               PERFORM 5550-LER-PERIODO THRU 5550-EXIT
                   UNTIL WRK-EOF-PERIODO
               CLOSE PERIOD-CONTROL
           END-IF.
           PERFORM 5600-CONFERIR-VAGA THRU 5600-EXIT
               VARYING WRK-IDX-VAG FROM 1 BY 1
               UNTIL WRK-IDX-VAG > WRK-QTDE-VAG.
       5500-EXIT.
           EXIT.

       5550-LER-PERIODO.
           READ PERIOD-CONTROL
               AT END
                   MOVE 'Y' TO WRK-EOF-PERIODO-SW
               NOT AT END
                   IF PER-ANO = WRK-ANO AND PER-FECHADO AND
                      PER-BIMESTRE >= 1 AND PER-BIMESTRE <= 4
                       MOVE 'S' TO WRK-BIM-FECHADO-SW (PER-BIMESTRE)
                   END-IF
           END-READ.
       5550-EXIT.
           EXIT.

       5600-CONFERIR-VAGA.
           MOVE WRK-ANO TO AVL-ANO.
           MOVE WRK-VAG-TURMA (WRK-IDX-VAG) TO AVL-TURMA.
           MOVE WRK-VAG-MATERIA (WRK-IDX-VAG) TO AVL-MATERIA.
           MOVE ZEROS TO AVL-BIMESTRE AVL-SEQUENCIA.
           MOVE 'N' TO WRK-FIM-LEITURA-SW.
           START ASSESSMENT-MASTER KEY NOT < AVL-CHAVE
               INVALID KEY
                   GO TO 5600-EXIT
           END-START.
           PERFORM 5650-LER-AVALIACAO THRU 5650-EXIT
               UNTIL WRK-FIM-LEITURA.
       5600-EXIT.
           EXIT.

       5650-LER-AVALIACAO.
           READ ASSESSMENT-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA-SW
                   GO TO 5650-EXIT
           END-READ.
           IF AVL-ANO NOT = WRK-ANO OR
              AVL-TURMA NOT = WRK-VAG-TURMA (WRK-IDX-VAG) OR
              AVL-MATERIA NOT = WRK-VAG-MATERIA (WRK-IDX-VAG)
               MOVE 'S' TO WRK-FIM-LEITURA-SW
               GO TO 5650-EXIT
           END-IF.
           IF AVL-BIMESTRE >= 1 AND AVL-BIMESTRE <= 4
               IF WRK-BIM-FECHADO (AVL-BIMESTRE)
                   GO TO 5650-EXIT
               END-IF
           END-IF.
           PERFORM 5700-CONTAR-NOTAS THRU 5700-EXIT.
           IF WRK-QTDE-NOTAS >= WRK-VAG-QTDE-ALUNOS (WRK-IDX-VAG)
               GO TO 5650-EXIT
           END-IF.
           MOVE SPACES TO WRK-PENDENCIA-TEXTO.
           STRING 'AVALIACAO ' AVL-TURMA ' ' AVL-MATERIA
               ' B' AVL-BIMESTRE '/' AVL-SEQUENCIA
               ' NOTAS ' WRK-QTDE-NOTAS
               ' DE ' WRK-VAG-QTDE-ALUNOS (WRK-IDX-VAG)
               DELIMITED BY SIZE INTO WRK-PENDENCIA-TEXTO.
           MOVE WRK-VAG-DESLIGAMENTO (WRK-IDX-VAG) TO WRK-NUM-DSL.
           PERFORM 5900-INCLUIR-PENDENCIA THRU 5900-EXIT.
       5650-EXIT.
           EXIT.

       5700-CONTAR-NOTAS.
           MOVE ZEROS TO WRK-QTDE-NOTAS.
           MOVE AVL-ANO TO AVN-ANO.
           MOVE AVL-TURMA TO AVN-TURMA.
           MOVE AVL-MATERIA TO AVN-MATERIA.
           MOVE AVL-BIMESTRE TO AVN-BIMESTRE.
           MOVE AVL-SEQUENCIA TO AVN-SEQUENCIA.
           MOVE ZEROS TO AVN-MATRICULA.
           MOVE 'N' TO WRK-FIM-NOTAS-SW.
           START ASSESSMENT-MARKS KEY NOT < AVN-CHAVE
               INVALID KEY
                   GO TO 5700-EXIT
           END-START.
           PERFORM 5750-LER-NOTA THRU 5750-EXIT
               UNTIL WRK-FIM-NOTAS.
       5700-EXIT.
           EXIT.

       5750-LER-NOTA.
           READ ASSESSMENT-MARKS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-NOTAS-SW
                   GO TO 5750-EXIT
           END-READ.
           IF AVN-ANO NOT = AVL-ANO OR
              AVN-TURMA NOT = AVL-TURMA OR
              AVN-MATERIA NOT = AVL-MATERIA OR
              AVN-BIMESTRE NOT = AVL-BIMESTRE OR
              AVN-SEQUENCIA NOT = AVL-SEQUENCIA
               MOVE 'S' TO WRK-FIM-NOTAS-SW
               GO TO 5750-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-NOTAS.
       5750-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GUARDA WRK-PENDENCIA-TEXTO PARA O DESLIGAMENTO WRK-NUM-DSL
      *----------------------------------------------------------
       5900-INCLUIR-PENDENCIA.
           IF WRK-QTDE-PEN >= 300
               DISPLAY 'ATENCAO - TABELA DE PENDENCIAS CHEIA: '
                   WRK-PENDENCIA-TEXTO
               MOVE 4 TO RETURN-CODE
               GO TO 5900-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PEN.
           SET WRK-IDX-PEN TO WRK-QTDE-PEN.
           MOVE WRK-NUM-DSL TO WRK-PEN-DESLIGAMENTO (WRK-IDX-PEN).
           MOVE WRK-PENDENCIA-TEXTO TO WRK-PEN-TEXTO (WRK-IDX-PEN).
           ADD 1 TO WRK-DSL-QTDE-PENDENCIA (WRK-NUM-DSL).
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RELATORIO: UM BLOCO POR SOLICITACAO E, NO FIM, A LISTA
      * CONSOLIDADA DAS TURMAS/MATERIAS A REATRIBUIR
      *----------------------------------------------------------
       6000-EMITIR-RELATORIO.
           PERFORM 6100-EMITIR-DESLIGAMENTO THRU 6100-EXIT
               VARYING WRK-IDX-DSL FROM 1 BY 1
               UNTIL WRK-IDX-DSL > WRK-QTDE-DSL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TURMAS/MATERIAS SEM PROFESSOR - REATRIBUIR ANTES DO '
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PROXIMO LANCAMENTO DE NOTAS' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 6500-EMITIR-CONSOLIDADA THRU 6500-EXIT
               VARYING WRK-IDX-VAG FROM 1 BY 1
               UNTIL WRK-IDX-VAG > WRK-QTDE-VAG.
           IF WRK-QTDE-SEM-PROFESSOR = ZEROS
               MOVE '  NENHUMA' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       6000-EXIT.
           EXIT.

       6100-EMITIR-DESLIGAMENTO.
           IF WRK-DSL-RECUSADO (WRK-IDX-DSL)
               ADD 1 TO WRK-QTDE-RECUSADAS
               MOVE 4 TO RETURN-CODE
               MOVE WRK-DSL-USUARIO (WRK-IDX-DSL) TO WRK-LR-USUARIO
               MOVE WRK-DSL-RECUSA (WRK-IDX-DSL) TO WRK-LR-MOTIVO
               WRITE REL-LINHA FROM WRK-LINHA-RECUSA
               GO TO 6100-EXIT
           END-IF.
           IF NOT WRK-DSL-DESLIGADO (WRK-IDX-DSL)
               GO TO 6100-EXIT
           END-IF.
           SET WRK-NUM-DSL TO WRK-IDX-DSL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-DSL-USUARIO (WRK-IDX-DSL) TO WRK-LU-USUARIO.
           MOVE WRK-DSL-NIVEL (WRK-IDX-DSL) TO WRK-LU-NIVEL.
           MOVE WRK-DSL-DATA-EFETIVA (WRK-IDX-DSL) TO WRK-DATA-TESTE.
           PERFORM 9100-FORMATAR-DATA THRU 9100-EXIT.
           MOVE WRK-DATA-EXIBE TO WRK-LU-DATA.
           MOVE WRK-DSL-SOLICITANTE (WRK-IDX-DSL) TO
               WRK-LU-SOLICITANTE.
           WRITE REL-LINHA FROM WRK-LINHA-USUARIO.
           MOVE 'MOTIVO' TO WRK-LI-DESCRICAO.
           MOVE WRK-DSL-MOTIVO (WRK-IDX-DSL) TO WRK-LI-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-ITEM.
           MOVE 'STAFF-ROSTER' TO WRK-LI-DESCRICAO.
           IF WRK-DSL-ROSTER-REMOVIDO (WRK-IDX-DSL)
               MOVE 'REMOVIDO' TO WRK-LI-VALOR
           ELSE
               MOVE 'NAO CONSTAVA' TO WRK-LI-VALOR
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-ITEM.
           MOVE 'PIN DO SECURITY-FILE' TO WRK-LI-DESCRICAO.
           IF WRK-DSL-PIN-REMOVIDO (WRK-IDX-DSL)
               MOVE 'REMOVIDO' TO WRK-LI-VALOR
           ELSE
               MOVE 'NAO CONSTAVA' TO WRK-LI-VALOR
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-ITEM.
           MOVE 'LOGIN NO LOCK-FILE' TO WRK-LI-DESCRICAO.
           IF WRK-DSL-BLOQUEADO (WRK-IDX-DSL)
               MOVE 'BLOQUEADO' TO WRK-LI-VALOR
           ELSE
               MOVE 'ERRO NO BLOQUEIO - VER SYSOUT' TO WRK-LI-VALOR
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-ITEM.
           MOVE 'EXCECOES DE PERMISSAO REMOVIDAS' TO WRK-LI-DESCRICAO.
           MOVE WRK-DSL-QTDE-PERM (WRK-IDX-DSL) TO WRK-QTDE-EXIBE.
           MOVE WRK-QTDE-EXIBE TO WRK-LI-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-ITEM.
           MOVE 'ATRIBUICOES ENCERRADAS' TO WRK-LI-DESCRICAO.
           MOVE WRK-DSL-QTDE-ATRIB (WRK-IDX-DSL) TO WRK-QTDE-EXIBE.
           MOVE WRK-QTDE-EXIBE TO WRK-LI-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-ITEM.
           MOVE 'TEMPOS DE HORARIO LIBERADOS' TO WRK-LI-DESCRICAO.
           MOVE WRK-DSL-QTDE-HORARIO (WRK-IDX-DSL) TO WRK-QTDE-EXIBE.
           MOVE WRK-QTDE-EXIBE TO WRK-LI-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-ITEM.
           MOVE 'SUBSTITUICOES ENCERRADAS' TO WRK-LI-DESCRICAO.
           MOVE WRK-DSL-QTDE-CORTADA (WRK-IDX-DSL) TO WRK-QTDE-EXIBE.
           MOVE WRK-QTDE-EXIBE TO WRK-LI-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-ITEM.
           MOVE 'SUBSTITUICOES CANCELADAS' TO WRK-LI-DESCRICAO.
           MOVE WRK-DSL-QTDE-CANCELADA (WRK-IDX-DSL) TO
               WRK-QTDE-EXIBE.
           MOVE WRK-QTDE-EXIBE TO WRK-LI-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-ITEM.
           MOVE 'TURMAS/MATERIAS DEIXADAS' TO WRK-LI-DESCRICAO.
           MOVE SPACES TO WRK-LI-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-ITEM.
           PERFORM 6200-EMITIR-VAGA THRU 6200-EXIT
               VARYING WRK-IDX-VAG FROM 1 BY 1
               UNTIL WRK-IDX-VAG > WRK-QTDE-VAG.
           MOVE 'PENDENCIAS EM ABERTO' TO WRK-LI-DESCRICAO.
           MOVE WRK-DSL-QTDE-PENDENCIA (WRK-IDX-DSL) TO
               WRK-QTDE-EXIBE.
           MOVE WRK-QTDE-EXIBE TO WRK-LI-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-ITEM.
           PERFORM 6300-EMITIR-PENDENCIA THRU 6300-EXIT
               VARYING WRK-IDX-PEN FROM 1 BY 1
               UNTIL WRK-IDX-PEN > WRK-QTDE-PEN.
       6100-EXIT.
           EXIT.

       6200-EMITIR-VAGA.
           IF WRK-VAG-DESLIGAMENTO (WRK-IDX-VAG) NOT = WRK-NUM-DSL
               GO TO 6200-EXIT
           END-IF.
           MOVE WRK-VAG-TURMA (WRK-IDX-VAG) TO WRK-LV-TURMA.
           MOVE WRK-VAG-MATERIA (WRK-IDX-VAG) TO WRK-LV-MATERIA.
           MOVE SPACES TO WRK-LV-SITUACAO.
           IF WRK-VAG-COBERTA (WRK-IDX-VAG)
               MOVE 'COBERTA POR OUTRO PROFESSOR ATRIBUIDO' TO
                   WRK-LV-SITUACAO
           ELSE
               IF WRK-VAG-SUBSTITUTO (WRK-IDX-VAG) NOT = SPACES
                   MOVE WRK-VAG-SUBST-FIM (WRK-IDX-VAG) TO
                       WRK-DATA-TESTE
                   PERFORM 9100-FORMATAR-DATA THRU 9100-EXIT
                   STRING 'SEM PROFESSOR - SUBSTITUTO '
                       DELIMITED BY SIZE
                       WRK-VAG-SUBSTITUTO (WRK-IDX-VAG)
                       DELIMITED BY SPACE
                       ' ATE ' WRK-DATA-EXIBE DELIMITED BY SIZE
                       INTO WRK-LV-SITUACAO
               ELSE
                   MOVE 'SEM PROFESSOR' TO WRK-LV-SITUACAO
               END-IF
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-VAGA.
       6200-EXIT.
           EXIT.

       6300-EMITIR-PENDENCIA.
           IF WRK-PEN-DESLIGAMENTO (WRK-IDX-PEN) = WRK-NUM-DSL
               MOVE WRK-PEN-TEXTO (WRK-IDX-PEN) TO WRK-LP-TEXTO
               WRITE REL-LINHA FROM WRK-LINHA-PENDENCIA
           END-IF.
       6300-EXIT.
           EXIT.

       6500-EMITIR-CONSOLIDADA.
           IF WRK-VAG-COBERTA (WRK-IDX-VAG)
               GO TO 6500-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SEM-PROFESSOR.
           MOVE WRK-VAG-TURMA (WRK-IDX-VAG) TO WRK-LC-TURMA.
           MOVE WRK-VAG-MATERIA (WRK-IDX-VAG) TO WRK-LC-MATERIA.
           MOVE WRK-VAG-QTDE-ALUNOS (WRK-IDX-VAG) TO WRK-LC-ALUNOS.
           MOVE WRK-VAG-DESLIGAMENTO (WRK-IDX-VAG) TO WRK-NUM-DSL.
           MOVE WRK-DSL-USUARIO (WRK-NUM-DSL) TO WRK-LC-USUARIO.
           WRITE REL-LINHA FROM WRK-LINHA-CONSOLIDADA.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * AUDIT-LOG: QUEM PEDIU, CADA ACESSO FECHADO E O
      * DESLIGAMENTO EM SI, TODOS EM NOME DO DESLIGADO
      *----------------------------------------------------------
       7000-AUDITAR-DESLIGAMENTO.
           IF NOT WRK-DSL-DESLIGADO (WRK-IDX-DSL)
               GO TO 7000-EXIT
           END-IF.
           MOVE WRK-DSL-NIVEL (WRK-IDX-DSL) TO WRK-NIVEL-AUDIT.
           MOVE WRK-DSL-SOLICITANTE (WRK-IDX-DSL) TO AUDIT-USUARIO.
           MOVE 'DESL-SOLICITOU' TO WRK-RESULTADO-AUDIT.
           PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
           MOVE WRK-DSL-USUARIO (WRK-IDX-DSL) TO AUDIT-USUARIO.
           IF WRK-DSL-ROSTER-REMOVIDO (WRK-IDX-DSL)
               MOVE 'DESL-LOGIN' TO WRK-RESULTADO-AUDIT
               PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT
           END-IF.
           IF WRK-DSL-PIN-REMOVIDO (WRK-IDX-DSL)
               MOVE 'DESL-PIN' TO WRK-RESULTADO-AUDIT
               PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT
           END-IF.
           IF WRK-DSL-BLOQUEADO (WRK-IDX-DSL)
               MOVE 'DESL-BLOQUEIO' TO WRK-RESULTADO-AUDIT
               PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT
           END-IF.
           IF WRK-DSL-QTDE-PERM (WRK-IDX-DSL) > ZEROS
               MOVE 'DESL-PERMISSAO' TO WRK-RESULTADO-AUDIT
               PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT
           END-IF.
           IF WRK-DSL-QTDE-ATRIB (WRK-IDX-DSL) > ZEROS
               MOVE 'DESL-ATRIBUICAO' TO WRK-RESULTADO-AUDIT
               PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT
           END-IF.
           IF WRK-DSL-QTDE-HORARIO (WRK-IDX-DSL) > ZEROS
               MOVE 'DESL-HORARIO' TO WRK-RESULTADO-AUDIT
               PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT
           END-IF.
           IF WRK-DSL-QTDE-CORTADA (WRK-IDX-DSL) > ZEROS OR
              WRK-DSL-QTDE-CANCELADA (WRK-IDX-DSL) > ZEROS
               MOVE 'DESL-SUBSTITUI' TO WRK-RESULTADO-AUDIT
               PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT
           END-IF.
           MOVE 'DESLIGADO' TO WRK-RESULTADO-AUDIT.
           PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
       7000-EXIT.
           EXIT.

       7100-GRAVAR-AUDITORIA.
           MOVE WRK-ANO TO AUDIT-ANO.
           MOVE WRK-MES TO AUDIT-MES.
           MOVE WRK-DIA TO AUDIT-DIA.
           MOVE WRK-NIVEL-AUDIT TO AUDIT-NIVEL.
           MOVE WRK-RESULTADO-AUDIT TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
       7100-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE STAFF-ROSTER SECURITY-FILE TEACHER-ASSIGN
                   TIMETABLE-MASTER TIMETABLE-NEW
                   SUBSTITUTE-MASTER SUBSTITUTE-NEW
                   STUDENT-MASTER LOCK-FILE AUDIT-LOG
               IF WRK-PERMISSOES-ABERTO
                   CLOSE PERMISSION-MASTER
               END-IF
               IF WRK-DIARIO-ABERTO
                   CLOSE ASSESSMENT-MASTER ASSESSMENT-MARKS
               END-IF
           END-IF.
           CLOSE OFFBOARD-REQUESTS OFFBOARD-PENDING OFFBOARD-DONE
               OFFBOARD-REPORT.
           DISPLAY 'SOLICITACOES LIDAS.........: ' WRK-QTDE-SOLICITADAS.
           DISPLAY 'AGENDADAS (DATA FUTURA)....: ' WRK-QTDE-AGENDADAS.
           DISPLAY 'USUARIOS DESLIGADOS........: ' WRK-QTDE-DESLIGADOS.
           DISPLAY 'SOLICITACOES RECUSADAS.....: ' WRK-QTDE-RECUSADAS.
           DISPLAY 'TURMAS/MATERIAS SEM PROF...: '
               WRK-QTDE-SEM-PROFESSOR.
           DISPLAY 'PENDENCIAS EM ABERTO.......: ' WRK-QTDE-PEN.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * WRK-DATA-TESTE (AAAAMMDD) EM WRK-DATA-EXIBE (DD/MM/AAAA)
      *----------------------------------------------------------
       9100-FORMATAR-DATA.
           MOVE WRK-TESTE-DIA TO WRK-EXIBE-DIA.
           MOVE WRK-TESTE-MES TO WRK-EXIBE-MES.
           MOVE WRK-TESTE-ANO TO WRK-EXIBE-ANO.
       9100-EXIT.
           EXIT.
