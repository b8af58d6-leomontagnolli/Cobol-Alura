       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB90.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Listagem de quem pode fazer o que no menu de
      *            sessao do PROGCOB11, para a auditoria anual: a
      *            regra de cada nivel, depois cada usuario do
      *            STAFF-ROSTER com as funcoes que recebe de fato
      *            (rotina comum PERMCHK: excecao do usuario sobre a
      *            regra do nivel), marcando as que vem de excecao
      *            e as negadas por excecao, e por fim as excecoes
      *            gravadas no PERMISSION-MASTER para usuarios que
      *            nao constam mais no STAFF-ROSTER. Sem matriz
      *            cadastrada a listagem sai pela matriz padrao.
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
           SELECT OPTIONAL PERMISSION-MASTER ASSIGN TO "PERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-CHAVE
               FILE STATUS IS WRK-FS-PERMISSOES.
           SELECT PERMISSION-REPORT ASSIGN TO "PERMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-ROSTER
           LABEL RECORDS ARE STANDARD.
       COPY STAFFREC.
       FD  PERMISSION-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY PERMREC REPLACING ==:PREFIXO:== BY ==PMS==.
       FD  PERMISSION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY PERMLIST REPLACING ==:PREFIXO:== BY ==PRM==.

       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-STAFF-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-STAFF VALUE 'Y'.
       77 WRK-EOF-PERMISSOES-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PERMISSOES VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-CADASTRADO-SW PIC X(01) VALUE 'N'.
           88 WRK-USUARIO-CADASTRADO VALUE 'S'.
       77 WRK-NIVEL PIC 9(02) VALUE ZEROS.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-NOME-NIVEL PIC X(15) VALUE SPACES.
       77 WRK-QTDE-USUARIOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-EXCECOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ORFAS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------------
       01  WRK-LINHA-NIVEL.
           05 FILLER               PIC X(06) VALUE 'NIVEL '.
           05 WRK-LN-NIVEL         PIC 9(02).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 WRK-LN-NOME          PIC X(15).
       01  WRK-LINHA-USUARIO.
           05 FILLER               PIC X(08) VALUE 'USUARIO '.
           05 WRK-LU-USUARIO       PIC X(20).
           05 FILLER               PIC X(07) VALUE ' NIVEL '.
           05 WRK-LU-NIVEL         PIC 9(02).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 WRK-LU-NOME          PIC X(15).
       01  WRK-LINHA-FUNCAO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-LF-CODIGO        PIC 9(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LF-DESCRICAO     PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LF-PROGRAMA      PIC X(09).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LF-SITUACAO      PIC X(20).
       01  WRK-LINHA-ORFA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LO-USUARIO       PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LO-CODIGO        PIC 9(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LO-DESCRICAO     PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LO-SITUACAO      PIC X(09).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 2000-LISTAR-NIVEIS THRU 2000-EXIT
               PERFORM 3000-LISTAR-USUARIOS THRU 3000-EXIT
               PERFORM 4000-LISTAR-ORFAS THRU 4000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS E IMPRIME O CABECALHO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           OPEN INPUT STAFF-ROSTER.
           OPEN OUTPUT PERMISSION-REPORT.
           IF WRK-FS-STAFF NOT = '00' OR WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - STAFF '
                   WRK-FS-STAFF ' RELATORIO ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           MOVE SPACES TO REL-LINHA.
           STRING 'PERMISSOES DO MENU DE SESSAO EM '
               DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 01 TO WRK-NIVEL.
           MOVE SPACES TO WRK-USUARIO.
           CALL 'PERMCHK' USING WRK-NIVEL WRK-USUARIO
               PRM-PERMISSOES.
           IF PRM-SEM-MATRIZ
               MOVE 'MATRIZ NAO CADASTRADA - VALE A MATRIZ PADRAO'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRA DE CADA NIVEL COM MENU (ADM, USER, PROFESSOR,
      * COORDENADOR)
      *----------------------------------------------------------
       2000-LISTAR-NIVEIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'REGRA POR NIVEL' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WRK-USUARIO.
           PERFORM 2100-LISTAR-NIVEL THRU 2100-EXIT
               VARYING WRK-NIVEL FROM 1 BY 1
               UNTIL WRK-NIVEL > 4.
       2000-EXIT.
           EXIT.

       2100-LISTAR-NIVEL.
           CALL 'PERMCHK' USING WRK-NIVEL WRK-USUARIO
               PRM-PERMISSOES.
           PERFORM 2200-NOME-NIVEL THRU 2200-EXIT.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-NIVEL TO WRK-LN-NIVEL.
           MOVE WRK-NOME-NIVEL TO WRK-LN-NOME.
           WRITE REL-LINHA FROM WRK-LINHA-NIVEL.
           PERFORM 3200-LISTAR-FUNCAO THRU 3200-EXIT
               VARYING PRM-IDX-FUN FROM 1 BY 1
               UNTIL PRM-IDX-FUN > PRM-QTDE-FUNCOES.
           IF PRM-QTDE-CONCEDIDAS = ZEROS
               MOVE '    NENHUMA FUNCAO LIBERADA' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       2100-EXIT.
           EXIT.

       2200-NOME-NIVEL.
           EVALUATE WRK-NIVEL
               WHEN 01
                   MOVE 'ADMINISTRADOR' TO WRK-NOME-NIVEL
               WHEN 02
                   MOVE 'USUARIO' TO WRK-NOME-NIVEL
               WHEN 03
                   MOVE 'PROFESSOR' TO WRK-NOME-NIVEL
               WHEN 04
                   MOVE 'COORDENADOR' TO WRK-NOME-NIVEL
               WHEN OTHER
                   MOVE 'SEM MENU' TO WRK-NOME-NIVEL
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CADA USUARIO DO STAFF-ROSTER COM AS FUNCOES QUE RECEBE
      *----------------------------------------------------------
       3000-LISTAR-USUARIOS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ACESSO POR USUARIO (STAFF-ROSTER)' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 3100-LISTAR-USUARIO THRU 3100-EXIT
               UNTIL WRK-EOF-STAFF.
       3000-EXIT.
           EXIT.

       3100-LISTAR-USUARIO.
           READ STAFF-ROSTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-STAFF-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-USUARIOS.
           MOVE STAFF-USUARIO TO WRK-USUARIO.
           MOVE STAFF-NIVEL TO WRK-NIVEL.
           PERFORM 2200-NOME-NIVEL THRU 2200-EXIT.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-USUARIO TO WRK-LU-USUARIO.
           MOVE WRK-NIVEL TO WRK-LU-NIVEL.
           MOVE WRK-NOME-NIVEL TO WRK-LU-NOME.
           WRITE REL-LINHA FROM WRK-LINHA-USUARIO.
           IF WRK-NIVEL < 01 OR WRK-NIVEL > 04
               MOVE '    SEM ACESSO AO MENU (NIVEL NAO RECONHECIDO)'
                   TO REL-LINHA
               WRITE REL-LINHA
               GO TO 3100-EXIT
           END-IF.
           CALL 'PERMCHK' USING WRK-NIVEL WRK-USUARIO
               PRM-PERMISSOES.
           PERFORM 3200-LISTAR-FUNCAO THRU 3200-EXIT
               VARYING PRM-IDX-FUN FROM 1 BY 1
               UNTIL PRM-IDX-FUN > PRM-QTDE-FUNCOES.
           IF PRM-QTDE-CONCEDIDAS = ZEROS
               MOVE '    NENHUMA FUNCAO LIBERADA' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UMA LINHA POR FUNCAO CONCEDIDA; A NEGADA SO SAI QUANDO A
      * NEGATIVA VEM DE EXCECAO DO USUARIO
      *----------------------------------------------------------
       3200-LISTAR-FUNCAO.
           IF NOT PRM-FUN-CONCEDIDA (PRM-IDX-FUN) AND
              NOT PRM-FUN-EXCECAO (PRM-IDX-FUN)
               GO TO 3200-EXIT
           END-IF.
           MOVE PRM-FUN-CODIGO (PRM-IDX-FUN) TO WRK-LF-CODIGO.
           MOVE PRM-FUN-DESCRICAO (PRM-IDX-FUN) TO WRK-LF-DESCRICAO.
           IF PRM-FUN-PROGRAMA (PRM-IDX-FUN) = SPACES
               MOVE 'PROGCOB11' TO WRK-LF-PROGRAMA
           ELSE
               MOVE PRM-FUN-PROGRAMA (PRM-IDX-FUN) TO WRK-LF-PROGRAMA
           END-IF.
           IF PRM-FUN-CONCEDIDA (PRM-IDX-FUN)
               MOVE 'CONCEDIDA' TO WRK-LF-SITUACAO
           ELSE
               MOVE 'NEGADA' TO WRK-LF-SITUACAO
           END-IF.
           IF PRM-FUN-EXCECAO (PRM-IDX-FUN)
               ADD 1 TO WRK-QTDE-EXCECOES
               IF PRM-FUN-CONCEDIDA (PRM-IDX-FUN)
                   MOVE 'CONCEDIDA (EXCECAO)' TO WRK-LF-SITUACAO
               ELSE
                   MOVE 'NEGADA (EXCECAO)' TO WRK-LF-SITUACAO
               END-IF
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-FUNCAO.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * EXCECOES GRAVADAS PARA USUARIOS QUE NAO CONSTAM MAIS NO
      * STAFF-ROSTER
      *----------------------------------------------------------
       4000-LISTAR-ORFAS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'EXCECOES DE USUARIOS FORA DO STAFF-ROSTER'
               TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT PERMISSION-MASTER.
           IF WRK-FS-PERMISSOES = '00'
               PERFORM 4100-CONFERIR-EXCECAO THRU 4100-EXIT
                   UNTIL WRK-EOF-PERMISSOES
               CLOSE PERMISSION-MASTER
           END-IF.
           IF WRK-QTDE-ORFAS = ZEROS
               MOVE '  NENHUMA' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CONFERIR-EXCECAO.
           READ PERMISSION-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-PERMISSOES-SW
                   GO TO 4100-EXIT
           END-READ.
           IF PMS-USUARIO = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE 'N' TO WRK-CADASTRADO-SW.
           MOVE PMS-USUARIO TO STAFF-USUARIO.
           READ STAFF-ROSTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CADASTRADO-SW
           END-READ.
           IF WRK-USUARIO-CADASTRADO
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ORFAS.
           MOVE PMS-USUARIO TO WRK-LO-USUARIO.
           MOVE PMS-FUNCAO TO WRK-LO-CODIGO.
           MOVE SPACES TO WRK-LO-DESCRICAO.
           SET PRM-IDX-FUN TO 1.
           SEARCH PRM-FUN-ITEM
               AT END
                   CONTINUE
               WHEN PRM-IDX-FUN > PRM-QTDE-FUNCOES
                   CONTINUE
               WHEN PRM-FUN-CODIGO (PRM-IDX-FUN) = PMS-FUNCAO
                   MOVE PRM-FUN-DESCRICAO (PRM-IDX-FUN)
                       TO WRK-LO-DESCRICAO
           END-SEARCH.
           IF PMS-CONCEDIDA
               MOVE 'CONCEDIDA' TO WRK-LO-SITUACAO
           ELSE
               MOVE 'NEGADA' TO WRK-LO-SITUACAO
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-ORFA.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE STAFF-ROSTER
               CLOSE PERMISSION-REPORT
           END-IF.
           DISPLAY 'USUARIOS LISTADOS: ' WRK-QTDE-USUARIOS.
           DISPLAY 'FUNCOES POR EXCECAO DE USUARIO: '
               WRK-QTDE-EXCECOES.
           DISPLAY 'EXCECOES FORA DO STAFF-ROSTER: ' WRK-QTDE-ORFAS.
       8000-EXIT.
           EXIT.
