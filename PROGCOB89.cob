       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB89.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Manutencao da matriz de permissoes do menu de
      *            sessao (PERMISSION-MASTER, copybook PERMREC),
      *            funcao 13 do PROGCOB11: concede, nega ou exclui
      *            uma funcao na regra de um nivel (ADM, USER,
      *            PROFESSOR, COORDENADOR) ou na excecao de um
      *            usuario do STAFF-ROSTER, mostrando antes a
      *            situacao atual devolvida pela rotina comum
      *            PERMCHK. Na primeira gravacao em matriz vazia a
      *            matriz padrao e gravada antes, para a alteracao
      *            nao tirar de uma vez as funcoes dos demais
      *            niveis. Cada alteracao sai no AUDIT-LOG como
      *            PERM-CONC-nn, PERM-NEGA-nn ou PERM-EXCL-nn, logo
      *            depois do FN-PERMISSOES do operador gravado pelo
      *            PROGCOB11. Vale a partir do proximo login.
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
           SELECT PERMISSION-MASTER ASSIGN TO "PERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-CHAVE
               FILE STATUS IS WRK-FS-PERMISSOES.
           SELECT STAFF-ROSTER ASSIGN TO "STAFFROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-USUARIO
               FILE STATUS IS WRK-FS-STAFF.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMISSION-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY PERMREC REPLACING ==:PREFIXO:== BY ==PMS==.
       FD  STAFF-ROSTER
           LABEL RECORDS ARE STANDARD.
       COPY STAFFREC.
       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY PERMLIST REPLACING ==:PREFIXO:== BY ==PRM==.

       77 WRK-FS-PERMISSOES PIC X(02) VALUE '00'.
       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT PIC X(02) VALUE '00'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-NIVEL    VALUE '1'.
           88 WRK-OPCAO-USUARIO  VALUE '2'.
       77 WRK-ACAO PIC X(01) VALUE SPACES.
           88 WRK-ACAO-CONCEDER  VALUE 'C'.
           88 WRK-ACAO-NEGAR     VALUE 'N'.
           88 WRK-ACAO-EXCLUIR   VALUE 'E'.
       77 WRK-VALIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-ENTRADA-VALIDA VALUE 'S'.
       77 WRK-FUNCAO-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-FUNCAO-ACHADA VALUE 'S'.
       77 WRK-NIVEL PIC 9(02) VALUE ZEROS.
       77 WRK-NIVEL-REGRA PIC 9(02) VALUE ZEROS.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-FUNCAO PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-NIVEL PIC X(15) VALUE SPACES.
       77 WRK-SITUACAO-TXT PIC X(25) VALUE SPACES.
       77 WRK-RESULTADO-AUX PIC X(15) VALUE SPACES.
       77 WRK-PREFIXO-AUX PIC X(10) VALUE SPACES.
      *---------------------------------------------------------
      * MATRIZ PADRAO A GRAVAR NA PRIMEIRA ALTERACAO (FUNCOES
      * CONCEDIDAS A CADA NIVEL QUANDO A MATRIZ ESTA VAZIA)
      *---------------------------------------------------------
       77 WRK-SEMEAR-SW PIC X(01) VALUE 'N'.
           88 WRK-SEMEAR VALUE 'S'.
       77 WRK-NIVEL-SEMENTE PIC 9(02) VALUE ZEROS.
       77 WRK-USUARIO-BRANCO PIC X(20) VALUE SPACES.
       77 WRK-QTDE-SEMENTES PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-SEMENTES.
           05 WRK-SEM-ITEM OCCURS 120 TIMES
                   INDEXED BY WRK-IDX-SEM.
               10 WRK-SEM-NIVEL        PIC 9(02).
               10 WRK-SEM-FUNCAO       PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ENTRADA-VALIDA
               PERFORM 2000-EXIBIR-SITUACAO THRU 2000-EXIT
               PERFORM 3000-PEDIR-ALTERACAO THRU 3000-EXIT
           END-IF.
           IF WRK-ENTRADA-VALIDA
               PERFORM 4000-GRAVAR-ALTERACAO THRU 4000-EXIT
           END-IF.
           GOBACK.

      *----------------------------------------------------------
      * PEDE O TIPO DE REGRA E O NIVEL OU O USUARIO; O USUARIO DA
      * EXCECAO PRECISA CONSTAR NO STAFF-ROSTER
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           MOVE 'N' TO WRK-VALIDO-SW.
           MOVE SPACES TO WRK-USUARIO.
           DISPLAY 'MATRIZ DE PERMISSOES'.
           DISPLAY '1 = REGRA DE NIVEL  2 = EXCECAO DE USUARIO'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-OPCAO-NIVEL
                   PERFORM 1100-PEDIR-NIVEL THRU 1100-EXIT
               WHEN WRK-OPCAO-USUARIO
                   PERFORM 1200-PEDIR-USUARIO THRU 1200-EXIT
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA: ' WRK-OPCAO
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       1100-PEDIR-NIVEL.
           DISPLAY 'NIVEL (01=ADM 02=USER 03=PROFESSOR '
               '04=COORDENADOR): '.
           ACCEPT WRK-NIVEL FROM CONSOLE.
           IF WRK-NIVEL < 01 OR WRK-NIVEL > 04
               DISPLAY 'NIVEL INVALIDO: ' WRK-NIVEL
               GO TO 1100-EXIT
           END-IF.
           MOVE WRK-NIVEL TO WRK-NIVEL-REGRA.
           MOVE 'S' TO WRK-VALIDO-SW.
       1100-EXIT.
           EXIT.

       1200-PEDIR-USUARIO.
           DISPLAY 'USUARIO .. '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           MOVE ZEROS TO WRK-NIVEL.
           OPEN INPUT STAFF-ROSTER.
           IF WRK-FS-STAFF = '00'
               MOVE WRK-USUARIO TO STAFF-USUARIO
               READ STAFF-ROSTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STAFF-NIVEL TO WRK-NIVEL
               END-READ
               CLOSE STAFF-ROSTER
           END-IF.
           IF WRK-USUARIO = SPACES OR WRK-NIVEL = ZEROS
               DISPLAY 'USUARIO NAO CONSTA NO STAFF-ROSTER: '
                   WRK-USUARIO
               GO TO 1200-EXIT
           END-IF.
           MOVE ZEROS TO WRK-NIVEL-REGRA.
           MOVE 'S' TO WRK-VALIDO-SW.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MOSTRA A SITUACAO ATUAL DE CADA FUNCAO DO CATALOGO PARA O
      * NIVEL OU O USUARIO INFORMADO
      *----------------------------------------------------------
       2000-EXIBIR-SITUACAO.
           CALL 'PERMCHK' USING WRK-NIVEL WRK-USUARIO
               PRM-PERMISSOES.
           PERFORM 2200-NOME-NIVEL THRU 2200-EXIT.
           DISPLAY ' '.
           IF WRK-OPCAO-USUARIO
               DISPLAY 'USUARIO ' WRK-USUARIO ' NIVEL ' WRK-NIVEL
                   ' - ' WRK-NOME-NIVEL
           ELSE
               DISPLAY 'REGRA DO NIVEL ' WRK-NIVEL ' - '
                   WRK-NOME-NIVEL
           END-IF.
           IF PRM-SEM-MATRIZ
               DISPLAY '(MATRIZ VAZIA - VALE A MATRIZ PADRAO)'
           END-IF.
           PERFORM 2100-EXIBIR-FUNCAO THRU 2100-EXIT
               VARYING PRM-IDX-FUN FROM 1 BY 1
               UNTIL PRM-IDX-FUN > PRM-QTDE-FUNCOES.
       2000-EXIT.
           EXIT.

       2100-EXIBIR-FUNCAO.
           IF PRM-FUN-CONCEDIDA (PRM-IDX-FUN)
               MOVE 'CONCEDIDA' TO WRK-SITUACAO-TXT
           ELSE
               MOVE 'NEGADA' TO WRK-SITUACAO-TXT
           END-IF.
           IF PRM-FUN-EXCECAO (PRM-IDX-FUN)
               IF PRM-FUN-CONCEDIDA (PRM-IDX-FUN)
                   MOVE 'CONCEDIDA (EXCECAO)' TO WRK-SITUACAO-TXT
               ELSE
                   MOVE 'NEGADA (EXCECAO)' TO WRK-SITUACAO-TXT
               END-IF
           END-IF.
           DISPLAY PRM-FUN-CODIGO (PRM-IDX-FUN) ' '
               PRM-FUN-DESCRICAO (PRM-IDX-FUN) ' ' WRK-SITUACAO-TXT.
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
      * PEDE O CODIGO DA FUNCAO (DO CATALOGO) E A ACAO
      *----------------------------------------------------------
       3000-PEDIR-ALTERACAO.
           MOVE 'N' TO WRK-VALIDO-SW.
           DISPLAY 'CODIGO DA FUNCAO: '.
           ACCEPT WRK-FUNCAO FROM CONSOLE.
           MOVE 'N' TO WRK-FUNCAO-ACHADA-SW.
           SET PRM-IDX-FUN TO 1.
           SEARCH PRM-FUN-ITEM
               AT END
                   CONTINUE
               WHEN PRM-IDX-FUN > PRM-QTDE-FUNCOES
                   CONTINUE
               WHEN PRM-FUN-CODIGO (PRM-IDX-FUN) = WRK-FUNCAO
                   MOVE 'S' TO WRK-FUNCAO-ACHADA-SW
           END-SEARCH.
           IF NOT WRK-FUNCAO-ACHADA
               DISPLAY 'FUNCAO INEXISTENTE NO CATALOGO: ' WRK-FUNCAO
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'ACAO (C=CONCEDER N=NEGAR E=EXCLUIR A REGRA): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           IF NOT WRK-ACAO-CONCEDER AND NOT WRK-ACAO-NEGAR AND
              NOT WRK-ACAO-EXCLUIR
               DISPLAY 'ACAO INVALIDA: ' WRK-ACAO
               GO TO 3000-EXIT
           END-IF.
           MOVE 'S' TO WRK-VALIDO-SW.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA A ALTERACAO NO PERMISSION-MASTER (CRIADO NA PRIMEIRA
      * VEZ); COM A MATRIZ VAZIA, GRAVA ANTES A MATRIZ PADRAO
      *----------------------------------------------------------
       4000-GRAVAR-ALTERACAO.
           MOVE 'N' TO WRK-SEMEAR-SW.
           IF PRM-SEM-MATRIZ
               MOVE 'S' TO WRK-SEMEAR-SW
               PERFORM 4100-COLETAR-PADRAO THRU 4100-EXIT
                   VARYING WRK-NIVEL-SEMENTE FROM 1 BY 1
                   UNTIL WRK-NIVEL-SEMENTE > 4
           END-IF.
           OPEN I-O PERMISSION-MASTER.
           IF WRK-FS-PERMISSOES = '35'
               OPEN OUTPUT PERMISSION-MASTER
               CLOSE PERMISSION-MASTER
               OPEN I-O PERMISSION-MASTER
           END-IF.
           IF WRK-FS-PERMISSOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR PERMISSION-MASTER - FS '
                   WRK-FS-PERMISSOES
               GO TO 4000-EXIT
           END-IF.
           IF WRK-SEMEAR
               PERFORM 4200-GRAVAR-SEMENTE THRU 4200-EXIT
                   VARYING WRK-IDX-SEM FROM 1 BY 1
                   UNTIL WRK-IDX-SEM > WRK-QTDE-SEMENTES
               DISPLAY 'MATRIZ PADRAO GRAVADA: ' WRK-QTDE-SEMENTES
                   ' REGRAS'
           END-IF.
           MOVE WRK-NIVEL-REGRA TO PMS-NIVEL.
           MOVE WRK-USUARIO TO PMS-USUARIO.
           MOVE WRK-FUNCAO TO PMS-FUNCAO.
           IF WRK-ACAO-EXCLUIR
               PERFORM 4400-EXCLUIR-REGRA THRU 4400-EXIT
           ELSE
               PERFORM 4300-GRAVAR-REGRA THRU 4300-EXIT
           END-IF.
           CLOSE PERMISSION-MASTER.
       4000-EXIT.
           EXIT.

       4100-COLETAR-PADRAO.
           CALL 'PERMCHK' USING WRK-NIVEL-SEMENTE WRK-USUARIO-BRANCO
               PRM-PERMISSOES.
           PERFORM 4150-GUARDAR-SEMENTE THRU 4150-EXIT
               VARYING PRM-IDX-FUN FROM 1 BY 1
               UNTIL PRM-IDX-FUN > PRM-QTDE-FUNCOES.
       4100-EXIT.
           EXIT.

       4150-GUARDAR-SEMENTE.
           IF NOT PRM-FUN-CONCEDIDA (PRM-IDX-FUN)
               GO TO 4150-EXIT
           END-IF.
           IF WRK-QTDE-SEMENTES >= 120
               GO TO 4150-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SEMENTES.
           SET WRK-IDX-SEM TO WRK-QTDE-SEMENTES.
           MOVE WRK-NIVEL-SEMENTE TO WRK-SEM-NIVEL (WRK-IDX-SEM).
           MOVE PRM-FUN-CODIGO (PRM-IDX-FUN)
               TO WRK-SEM-FUNCAO (WRK-IDX-SEM).
       4150-EXIT.
           EXIT.

       4200-GRAVAR-SEMENTE.
           MOVE WRK-SEM-NIVEL (WRK-IDX-SEM) TO PMS-NIVEL.
           MOVE SPACES TO PMS-USUARIO.
           MOVE WRK-SEM-FUNCAO (WRK-IDX-SEM) TO PMS-FUNCAO.
           MOVE 'C' TO PMS-SITUACAO.
           WRITE PMS-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE.
       4200-EXIT.
           EXIT.

       4300-GRAVAR-REGRA.
           READ PERMISSION-MASTER
               INVALID KEY
                   MOVE WRK-NIVEL-REGRA TO PMS-NIVEL
                   MOVE WRK-USUARIO TO PMS-USUARIO
                   MOVE WRK-FUNCAO TO PMS-FUNCAO
                   MOVE WRK-ACAO TO PMS-SITUACAO
                   WRITE PMS-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A REGRA - FS '
                               WRK-FS-PERMISSOES
                           GO TO 4300-EXIT
                   END-WRITE
               NOT INVALID KEY
                   MOVE WRK-ACAO TO PMS-SITUACAO
                   REWRITE PMS-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR A REGRA - FS '
                               WRK-FS-PERMISSOES
                           GO TO 4300-EXIT
                   END-REWRITE
           END-READ.
           IF WRK-ACAO-CONCEDER
               DISPLAY 'FUNCAO ' WRK-FUNCAO ' CONCEDIDA'
               MOVE 'PERM-CONC-' TO WRK-PREFIXO-AUX
           ELSE
               DISPLAY 'FUNCAO ' WRK-FUNCAO ' NEGADA'
               MOVE 'PERM-NEGA-' TO WRK-PREFIXO-AUX
           END-IF.
           PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT.
       4300-EXIT.
           EXIT.

       4400-EXCLUIR-REGRA.
           READ PERMISSION-MASTER
               INVALID KEY
                   DISPLAY 'REGRA NAO CADASTRADA - NADA A EXCLUIR'
                   GO TO 4400-EXIT
           END-READ.
           DELETE PERMISSION-MASTER
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR A REGRA - FS '
                       WRK-FS-PERMISSOES
                   GO TO 4400-EXIT
           END-DELETE.
           DISPLAY 'REGRA DA FUNCAO ' WRK-FUNCAO ' EXCLUIDA'.
           MOVE 'PERM-EXCL-' TO WRK-PREFIXO-AUX.
           PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA A ALTERACAO NO MESMO AUDIT-LOG DO PROGCOB11: USUARIO
      * DA EXCECAO (BRANCO NA REGRA DE NIVEL), NIVEL, DATA E A
      * ACAO COM O CODIGO DA FUNCAO
      *----------------------------------------------------------
       5000-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-RESULTADO-AUX.
           STRING WRK-PREFIXO-AUX DELIMITED BY SPACE
               WRK-FUNCAO DELIMITED BY SIZE
               INTO WRK-RESULTADO-AUX.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-FS-AUDIT = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-REGISTRO.
           MOVE WRK-USUARIO TO AUDIT-USUARIO.
           MOVE WRK-ANO TO AUDIT-ANO.
           MOVE WRK-MES TO AUDIT-MES.
           MOVE WRK-DIA TO AUDIT-DIA.
           MOVE WRK-NIVEL TO AUDIT-NIVEL.
           MOVE WRK-RESULTADO-AUX TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDIT-LOG.
       5000-EXIT.
           EXIT.
