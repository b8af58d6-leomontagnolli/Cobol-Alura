       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB92.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Recertificacao trimestral de acessos: imprime em
      *            RECTRPT a folha que o diretor assina, com cada
      *            usuario do STAFF-ROSTER (e cada PIN do
      *            SECURITY-FILE sem cadastro no STAFF-ROSTER), o
      *            nivel, a situacao no LOCK-FILE, a validade do PIN
      *            (SEC-VALIDADE), a data do ultimo login com sucesso
      *            apurada no AUDIT-LOG e as atribuicoes de
      *            turma/materia do TEACHER-ASSIGN. Marca a conta sem
      *            login ha mais dias que o limite, o PROFESSOR sem
      *            atribuicao, as contas ADM alem da quantidade
      *            permitida (parametros no RECTPARM, copybook
      *            RECTPARM, padrao 90 dias e 3 contas), PIN vencido
      *            e PIN sem cadastro. Grava tambem a folha de
      *            decisoes RECTFOL (copybook RECTDEC), uma linha por
      *            usuario com a decisao em branco, que volta
      *            preenchida para o PROGCOB93.
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
           SELECT TEACHER-ASSIGN ASSIGN TO "TCHASSGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-CHAVE
               FILE STATUS IS WRK-FS-ATRIBUICAO.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT OPTIONAL RECERT-PARAMETERS ASSIGN TO "RECTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT RECERT-REPORT ASSIGN TO "RECTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT RECERT-SHEET ASSIGN TO "RECTFOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHA.
       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-ROSTER
           LABEL RECORDS ARE STANDARD.
       COPY STAFFREC.
       FD  SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECUSER.
       FD  LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOCKREC.
       FD  TEACHER-ASSIGN
           LABEL RECORDS ARE STANDARD.
       COPY TCHAREC REPLACING ==:PREFIXO:== BY ==TCH==.
       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       FD  RECERT-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY RECTPARM REPLACING ==:PREFIXO:== BY ==RPM==.
       FD  RECERT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       FD  RECERT-SHEET
           LABEL RECORDS ARE STANDARD.
       COPY RECTDEC REPLACING ==:PREFIXO:== BY ==FOL==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-FS-SECURITY PIC X(02) VALUE '00'.
       77 WRK-FS-LOCK PIC X(02) VALUE '00'.
       77 WRK-FS-ATRIBUICAO PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMETROS PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-FS-FOLHA PIC X(02) VALUE '00'.
       77 WRK-EOF-AUDIT-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-AUDIT VALUE 'Y'.
       77 WRK-FIM-LEITURA-SW PIC X(01) VALUE 'N'.
           88 WRK-FIM-LEITURA VALUE 'S'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-BLOQUEIO-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-BLOQUEIO-ABERTO VALUE 'S'.
       77 WRK-USU-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-USU-ACHADO VALUE 'S'.
       77 WRK-USUARIO-BUSCA PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-CICLO PIC 9(05) VALUE ZEROS.
       77 WRK-TRIMESTRE PIC 9(01) VALUE ZEROS.
       77 WRK-MAX-ADM PIC 9(02) VALUE 3.
       77 WRK-DIAS-SEM-LOGIN PIC 9(03) VALUE 90.
       77 WRK-DIAS-LOGIN PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ADM PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ATRIB PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-MARCAS PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-ADORMECIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PROF-SEM-ATRIB PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PIN-VENCIDO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PIN-ORFAO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SINALIZADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-EXIBE PIC ZZZZ9 VALUE ZEROS.
      *---------------------------------------------------------
      * USUARIOS A RECERTIFICAR: STAFF-ROSTER ('R') E PIN SEM
      * CADASTRO ('P'), COM O ULTIMO LOGIN COM SUCESSO
      *---------------------------------------------------------
       77 WRK-QTDE-USU PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-USUARIOS.
           05 WRK-USU-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-USU.
               10 WRK-USU-USUARIO      PIC X(20).
               10 WRK-USU-NIVEL        PIC 9(02).
                   88 WRK-USU-ADM          VALUE 01.
                   88 WRK-USU-PROFESSOR    VALUE 03.
               10 WRK-USU-ORIGEM       PIC X(01).
                   88 WRK-USU-SEM-CADASTRO VALUE 'P'.
               10 WRK-USU-ULTIMO-LOGIN PIC 9(08).
       01  WRK-DATA-LOGIN PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------
      * CONFERENCIA E EXIBICAO DE DATAS
      *---------------------------------------------------------
       01  WRK-DATA-TESTE PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-TESTE-GRUPO REDEFINES WRK-DATA-TESTE.
           05 WRK-TESTE-ANO PIC 9(04).
           05 WRK-TESTE-MES PIC 9(02).
           05 WRK-TESTE-DIA PIC 9(02).
       01  WRK-DATA-EXIBE.
           05 WRK-EXIBE-DIA PIC 9(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WRK-EXIBE-MES PIC 9(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WRK-EXIBE-ANO PIC 9(04).
      *---------------------------------------------------------
      * LINHAS DA FOLHA DE RECERTIFICACAO
      *---------------------------------------------------------
       01  WRK-LINHA-USUARIO.
           05 FILLER               PIC X(08) VALUE 'USUARIO '.
           05 WRK-LU-USUARIO       PIC X(20).
           05 FILLER               PIC X(07) VALUE ' NIVEL '.
           05 WRK-LU-NIVEL         PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LU-NOME-NIVEL    PIC X(11).
           05 FILLER               PIC X(08) VALUE ' ACESSO '.
           05 WRK-LU-SITUACAO      PIC X(10).
       01  WRK-LINHA-DATAS.
           05 FILLER               PIC X(12) VALUE '    PIN ATE '.
           05 WRK-LD-VALIDADE      PIC X(10).
           05 FILLER               PIC X(15) VALUE
                                       '  ULTIMO LOGIN '.
           05 WRK-LD-LOGIN         PIC X(10).
           05 FILLER               PIC X(02) VALUE ' ('.
           05 WRK-LD-DIAS          PIC X(05).
           05 FILLER               PIC X(06) VALUE ' DIAS)'.
       01  WRK-LINHA-ATRIBUICAO.
           05 FILLER               PIC X(15) VALUE
                                       '    ATRIBUICAO '.
           05 WRK-LA-TURMA         PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-MATERIA       PIC X(10).
       01  WRK-LINHA-MARCA.
           05 FILLER               PIC X(08) VALUE '    *** '.
           05 WRK-LM-TEXTO         PIC X(60).
       01  WRK-LINHA-DECISAO.
           05 FILLER               PIC X(30) VALUE
                                   '    DECISAO DO DIRETOR:  [ ] '.
           05 FILLER               PIC X(23) VALUE
                                   'CONFIRMA   [ ] REVOGA'.
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-DESCRICAO     PIC X(40).
           05 WRK-LT-QTDE          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 1100-CARREGAR-ROSTER THRU 1100-EXIT
               PERFORM 1200-CARREGAR-PINS THRU 1200-EXIT
               PERFORM 1300-APURAR-LOGINS THRU 1300-EXIT
               PERFORM 2000-RECERTIFICAR-USUARIO THRU 2000-EXIT
                   VARYING WRK-IDX-USU FROM 1 BY 1
                   UNTIL WRK-IDX-USU > WRK-QTDE-USU
               PERFORM 3000-EMITIR-TOTAIS THRU 3000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS, LE OS PARAMETROS E MONTA O CICLO
      * (ANO + TRIMESTRE) DA RECERTIFICACAO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-JULIANA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           COMPUTE WRK-TRIMESTRE = (WRK-MES - 1) / 3 + 1.
           COMPUTE WRK-CICLO = WRK-ANO * 10 + WRK-TRIMESTRE.
           OPEN INPUT STAFF-ROSTER.
           OPEN INPUT SECURITY-FILE.
           OPEN INPUT TEACHER-ASSIGN.
           OPEN OUTPUT RECERT-REPORT.
           OPEN OUTPUT RECERT-SHEET.
           IF WRK-FS-STAFF NOT = '00' OR
              WRK-FS-SECURITY NOT = '00' OR
              WRK-FS-ATRIBUICAO NOT = '00' OR
              WRK-FS-RELATORIO NOT = '00' OR
              WRK-FS-FOLHA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - STAFF ' WRK-FS-STAFF
                   ' SEGURANCA ' WRK-FS-SECURITY
                   ' ATRIBUICAO ' WRK-FS-ATRIBUICAO
                   ' RELATORIO ' WRK-FS-RELATORIO
                   ' FOLHA ' WRK-FS-FOLHA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT LOCK-FILE.
           IF WRK-FS-LOCK = '00'
               MOVE 'S' TO WRK-BLOQUEIO-ABERTO-SW
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           OPEN INPUT RECERT-PARAMETERS.
           IF WRK-FS-PARAMETROS = '00'
               READ RECERT-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPM-MAX-ADM NUMERIC AND
                          RPM-MAX-ADM > ZEROS
                           MOVE RPM-MAX-ADM TO WRK-MAX-ADM
                       END-IF
                       IF RPM-DIAS-SEM-LOGIN NUMERIC AND
                          RPM-DIAS-SEM-LOGIN > ZEROS
                           MOVE RPM-DIAS-SEM-LOGIN TO
                               WRK-DIAS-SEM-LOGIN
                       END-IF
               END-READ
               CLOSE RECERT-PARAMETERS
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'RECERTIFICACAO DE ACESSOS - TRIMESTRE '
               DELIMITED BY SIZE
               WRK-TRIMESTRE '/' WRK-ANO ' - EMITIDA EM '
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIMITES: CONTAS ADM ' WRK-MAX-ADM
               '  DIAS SEM LOGIN ' WRK-DIAS-SEM-LOGIN
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * USUARIOS DO STAFF-ROSTER, NA ORDEM DA CHAVE
      *----------------------------------------------------------
       1100-CARREGAR-ROSTER.
           MOVE LOW-VALUES TO STAFF-USUARIO.
           MOVE 'N' TO WRK-FIM-LEITURA-SW.
           START STAFF-ROSTER KEY NOT < STAFF-USUARIO
               INVALID KEY
                   GO TO 1100-EXIT
           END-START.
           PERFORM 1150-LER-ROSTER THRU 1150-EXIT
               UNTIL WRK-FIM-LEITURA.
       1100-EXIT.
           EXIT.

       1150-LER-ROSTER.
           READ STAFF-ROSTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA-SW
                   GO TO 1150-EXIT
           END-READ.
           IF WRK-QTDE-USU >= 1000
               DISPLAY 'ERRO - TABELA DE USUARIOS CHEIA, USUARIO '
                   'FORA DA RECERTIFICACAO: ' STAFF-USUARIO
               MOVE 8 TO RETURN-CODE
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-USU.
           SET WRK-IDX-USU TO WRK-QTDE-USU.
           MOVE STAFF-USUARIO TO WRK-USU-USUARIO (WRK-IDX-USU).
           MOVE STAFF-NIVEL TO WRK-USU-NIVEL (WRK-IDX-USU).
           MOVE 'R' TO WRK-USU-ORIGEM (WRK-IDX-USU).
           MOVE ZEROS TO WRK-USU-ULTIMO-LOGIN (WRK-IDX-USU).
           IF WRK-USU-ADM (WRK-IDX-USU)
               ADD 1 TO WRK-QTDE-ADM
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PIN DO SECURITY-FILE SEM USUARIO NO STAFF-ROSTER: ENTRA NA
      * FOLHA COM NIVEL 00 PARA O DIRETOR DECIDIR
      *----------------------------------------------------------
       1200-CARREGAR-PINS.
           MOVE LOW-VALUES TO SEC-USUARIO.
           MOVE 'N' TO WRK-FIM-LEITURA-SW.
           START SECURITY-FILE KEY NOT < SEC-USUARIO
               INVALID KEY
                   GO TO 1200-EXIT
           END-START.
           PERFORM 1250-LER-PIN THRU 1250-EXIT
               UNTIL WRK-FIM-LEITURA.
       1200-EXIT.
           EXIT.

       1250-LER-PIN.
           READ SECURITY-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA-SW
                   GO TO 1250-EXIT
           END-READ.
           MOVE SEC-USUARIO TO WRK-USUARIO-BUSCA.
           PERFORM 1900-PROCURAR-USUARIO THRU 1900-EXIT.
           IF WRK-USU-ACHADO
               GO TO 1250-EXIT
           END-IF.
           IF WRK-QTDE-USU >= 1000
               DISPLAY 'ERRO - TABELA DE USUARIOS CHEIA, PIN '
                   'FORA DA RECERTIFICACAO: ' SEC-USUARIO
               MOVE 8 TO RETURN-CODE
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-USU.
           SET WRK-IDX-USU TO WRK-QTDE-USU.
           MOVE SEC-USUARIO TO WRK-USU-USUARIO (WRK-IDX-USU).
           MOVE ZEROS TO WRK-USU-NIVEL (WRK-IDX-USU)
               WRK-USU-ULTIMO-LOGIN (WRK-IDX-USU).
           MOVE 'P' TO WRK-USU-ORIGEM (WRK-IDX-USU).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ULTIMO LOGIN COM SUCESSO DE CADA USUARIO: NO AUDIT-LOG O
      * PROGCOB11 GRAVA O NOME DO NIVEL LIBERADO COMO RESULTADO
      *----------------------------------------------------------
       1300-APURAR-LOGINS.
           OPEN INPUT AUDIT-LOG.
           IF WRK-FS-AUDIT NOT = '00'
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1350-LER-AUDITORIA THRU 1350-EXIT
               UNTIL WRK-EOF-AUDIT.
           CLOSE AUDIT-LOG.
       1300-EXIT.
           EXIT.

       1350-LER-AUDITORIA.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WRK-EOF-AUDIT-SW
                   GO TO 1350-EXIT
           END-READ.
           IF AUDIT-RESULTADO NOT = 'ADM' AND
              AUDIT-RESULTADO NOT = 'PROFESSOR' AND
              AUDIT-RESULTADO NOT = 'COORDENADOR' AND
              AUDIT-RESULTADO NOT = 'USER'
               GO TO 1350-EXIT
           END-IF.
           MOVE AUDIT-USUARIO TO WRK-USUARIO-BUSCA.
           PERFORM 1900-PROCURAR-USUARIO THRU 1900-EXIT.
           IF NOT WRK-USU-ACHADO
               GO TO 1350-EXIT
           END-IF.
           COMPUTE WRK-DATA-LOGIN =
               AUDIT-ANO * 10000 + AUDIT-MES * 100 + AUDIT-DIA.
           IF WRK-DATA-LOGIN > WRK-USU-ULTIMO-LOGIN (WRK-IDX-USU)
               MOVE WRK-DATA-LOGIN TO
                   WRK-USU-ULTIMO-LOGIN (WRK-IDX-USU)
           END-IF.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROCURA WRK-USUARIO-BUSCA NA TABELA; DEVOLVE WRK-IDX-USU
      *----------------------------------------------------------
       1900-PROCURAR-USUARIO.
           MOVE 'N' TO WRK-USU-ACHADO-SW.
           SET WRK-IDX-USU TO 1.
           SEARCH WRK-USU-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-USU > WRK-QTDE-USU
                   CONTINUE
               WHEN WRK-USU-USUARIO (WRK-IDX-USU) = WRK-USUARIO-BUSCA
                   MOVE 'S' TO WRK-USU-ACHADO-SW
           END-SEARCH.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * BLOCO DE UM USUARIO NA FOLHA, COM AS MARCAS E O CAMPO DA
      * DECISAO, E A LINHA DELE NA FOLHA DE DECISOES
      *----------------------------------------------------------
       2000-RECERTIFICAR-USUARIO.
           MOVE ZEROS TO WRK-QTDE-MARCAS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-USU-USUARIO (WRK-IDX-USU) TO WRK-LU-USUARIO.
           MOVE WRK-USU-NIVEL (WRK-IDX-USU) TO WRK-LU-NIVEL.
           EVALUATE WRK-USU-NIVEL (WRK-IDX-USU)
               WHEN 01
                   MOVE 'ADM' TO WRK-LU-NOME-NIVEL
               WHEN 02
                   MOVE 'USER' TO WRK-LU-NOME-NIVEL
               WHEN 03
                   MOVE 'PROFESSOR' TO WRK-LU-NOME-NIVEL
               WHEN 04
                   MOVE 'COORDENADOR' TO WRK-LU-NOME-NIVEL
               WHEN OTHER
                   MOVE 'SEM NIVEL' TO WRK-LU-NOME-NIVEL
           END-EVALUATE.
           MOVE 'ABERTO' TO WRK-LU-SITUACAO.
           IF WRK-BLOQUEIO-ABERTO
               MOVE WRK-USU-USUARIO (WRK-IDX-USU) TO LOCK-USUARIO
               READ LOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOCK-BLOQUEADO
                           MOVE 'BLOQUEADO' TO WRK-LU-SITUACAO
                       END-IF
                       IF LOCK-REVOGADO
                           MOVE 'REVOGADO' TO WRK-LU-SITUACAO
                       END-IF
               END-READ
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-USUARIO.
           PERFORM 2100-EMITIR-DATAS THRU 2100-EXIT.
           PERFORM 2200-LISTAR-ATRIBUICOES THRU 2200-EXIT.
           PERFORM 2300-MARCAR-USUARIO THRU 2300-EXIT.
           IF WRK-QTDE-MARCAS > ZEROS
               ADD 1 TO WRK-QTDE-SINALIZADAS
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-DECISAO.
           MOVE WRK-CICLO TO FOL-CICLO.
           MOVE WRK-USU-USUARIO (WRK-IDX-USU) TO FOL-USUARIO.
           MOVE WRK-USU-NIVEL (WRK-IDX-USU) TO FOL-NIVEL.
           MOVE SPACES TO FOL-DECISAO FOL-RESPONSAVEL.
           WRITE FOL-REGISTRO.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VALIDADE DO PIN E ULTIMO LOGIN (COM OS DIAS DESDE ELE)
      *----------------------------------------------------------
       2100-EMITIR-DATAS.
           MOVE 'SEM PIN' TO WRK-LD-VALIDADE.
           MOVE WRK-USU-USUARIO (WRK-IDX-USU) TO SEC-USUARIO.
           READ SECURITY-FILE
               INVALID KEY
                   MOVE ZEROS TO SEC-VALIDADE
               NOT INVALID KEY
                   IF SEC-VALIDADE NOT NUMERIC OR
                      SEC-VALIDADE = ZEROS
                       MOVE 'SEM DATA' TO WRK-LD-VALIDADE
                       MOVE ZEROS TO SEC-VALIDADE
                   ELSE
                       MOVE SEC-VALIDADE TO WRK-DATA-TESTE
                       PERFORM 9100-FORMATAR-DATA THRU 9100-EXIT
                       MOVE WRK-DATA-EXIBE TO WRK-LD-VALIDADE
                   END-IF
           END-READ.
           IF WRK-USU-ULTIMO-LOGIN (WRK-IDX-USU) = ZEROS
               MOVE 'NUNCA' TO WRK-LD-LOGIN
               MOVE '-' TO WRK-LD-DIAS
               MOVE 99999 TO WRK-DIAS-LOGIN
           ELSE
               MOVE WRK-USU-ULTIMO-LOGIN (WRK-IDX-USU) TO
                   WRK-DATA-TESTE
               PERFORM 9100-FORMATAR-DATA THRU 9100-EXIT
               MOVE WRK-DATA-EXIBE TO WRK-LD-LOGIN
               COMPUTE WRK-DIAS-LOGIN = WRK-JULIANA-HOJE -
                   FUNCTION INTEGER-OF-DATE(
                       WRK-USU-ULTIMO-LOGIN (WRK-IDX-USU))
               MOVE WRK-DIAS-LOGIN TO WRK-QTDE-EXIBE
               MOVE WRK-QTDE-EXIBE TO WRK-LD-DIAS
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-DATAS.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ATRIBUICOES DE TURMA/MATERIA DO USUARIO NO TEACHER-ASSIGN
      *----------------------------------------------------------
       2200-LISTAR-ATRIBUICOES.
           MOVE ZEROS TO WRK-QTDE-ATRIB.
           MOVE WRK-USU-USUARIO (WRK-IDX-USU) TO TCH-USUARIO.
           MOVE LOW-VALUES TO TCH-TURMA TCH-MATERIA.
           MOVE 'N' TO WRK-FIM-LEITURA-SW.
           START TEACHER-ASSIGN KEY NOT < TCH-CHAVE
               INVALID KEY
                   GO TO 2200-EXIT
           END-START.
           PERFORM 2250-LER-ATRIBUICAO THRU 2250-EXIT
               UNTIL WRK-FIM-LEITURA.
       2200-EXIT.
           EXIT.

       2250-LER-ATRIBUICAO.
           READ TEACHER-ASSIGN NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA-SW
                   GO TO 2250-EXIT
           END-READ.
           IF TCH-USUARIO NOT = WRK-USU-USUARIO (WRK-IDX-USU)
               MOVE 'S' TO WRK-FIM-LEITURA-SW
               GO TO 2250-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ATRIB.
           MOVE TCH-TURMA TO WRK-LA-TURMA.
           MOVE TCH-MATERIA TO WRK-LA-MATERIA.
           WRITE REL-LINHA FROM WRK-LINHA-ATRIBUICAO.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MARCAS PARA O DIRETOR: CONTA ADORMECIDA, PROFESSOR SEM
      * ATRIBUICAO, ADM ALEM DO PERMITIDO, PIN VENCIDO E PIN SEM
      * CADASTRO NO STAFF-ROSTER
      *----------------------------------------------------------
       2300-MARCAR-USUARIO.
           IF WRK-DIAS-LOGIN > WRK-DIAS-SEM-LOGIN
               ADD 1 TO WRK-QTDE-ADORMECIDAS WRK-QTDE-MARCAS
               MOVE SPACES TO WRK-LM-TEXTO
               STRING 'SEM LOGIN HA MAIS DE ' WRK-DIAS-SEM-LOGIN
                   ' DIAS' DELIMITED BY SIZE INTO WRK-LM-TEXTO
               WRITE REL-LINHA FROM WRK-LINHA-MARCA
           END-IF.
           IF WRK-USU-PROFESSOR (WRK-IDX-USU) AND
              WRK-QTDE-ATRIB = ZEROS
               ADD 1 TO WRK-QTDE-PROF-SEM-ATRIB WRK-QTDE-MARCAS
               MOVE 'PROFESSOR SEM ATRIBUICAO DE TURMA/MATERIA' TO
                   WRK-LM-TEXTO
               WRITE REL-LINHA FROM WRK-LINHA-MARCA
           END-IF.
           IF WRK-USU-ADM (WRK-IDX-USU) AND
              WRK-QTDE-ADM > WRK-MAX-ADM
               ADD 1 TO WRK-QTDE-MARCAS
               MOVE WRK-QTDE-ADM TO WRK-QTDE-EXIBE
               MOVE SPACES TO WRK-LM-TEXTO
               STRING 'ADM ALEM DO PERMITIDO (' WRK-QTDE-EXIBE
                   ' CONTAS ADM, LIMITE ' WRK-MAX-ADM ')'
                   DELIMITED BY SIZE INTO WRK-LM-TEXTO
               WRITE REL-LINHA FROM WRK-LINHA-MARCA
           END-IF.
           IF SEC-VALIDADE > ZEROS AND SEC-VALIDADE < WRK-DATA-HOJE
               ADD 1 TO WRK-QTDE-PIN-VENCIDO WRK-QTDE-MARCAS
               MOVE 'PIN VENCIDO' TO WRK-LM-TEXTO
               WRITE REL-LINHA FROM WRK-LINHA-MARCA
           END-IF.
           IF WRK-USU-SEM-CADASTRO (WRK-IDX-USU)
               ADD 1 TO WRK-QTDE-PIN-ORFAO WRK-QTDE-MARCAS
               MOVE 'PIN SEM CADASTRO NO STAFF-ROSTER' TO
                   WRK-LM-TEXTO
               WRITE REL-LINHA FROM WRK-LINHA-MARCA
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TOTAIS E CAMPO DE ASSINATURA DO DIRETOR
      *----------------------------------------------------------
       3000-EMITIR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'USUARIOS NA FOLHA' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-USU TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'CONTAS ADM' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-ADM TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'CONTAS SEM LOGIN NO PRAZO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-ADORMECIDAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'PROFESSORES SEM ATRIBUICAO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-PROF-SEM-ATRIB TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'PINS VENCIDOS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-PIN-VENCIDO TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'PINS SEM CADASTRO NO STAFF-ROSTER' TO
               WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-PIN-ORFAO TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'USUARIOS COM ALGUMA MARCA' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-SINALIZADAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA.
           STRING 'DIRETOR: ______________________________'
               '   DATA: __/__/____' DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       3000-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE STAFF-ROSTER SECURITY-FILE TEACHER-ASSIGN
               IF WRK-BLOQUEIO-ABERTO
                   CLOSE LOCK-FILE
               END-IF
           END-IF.
           CLOSE RECERT-REPORT RECERT-SHEET.
           DISPLAY 'USUARIOS NA FOLHA..........: ' WRK-QTDE-USU.
           DISPLAY 'USUARIOS COM ALGUMA MARCA..: ' WRK-QTDE-SINALIZADAS.
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
