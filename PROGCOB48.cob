      *                    uma sessao com a tabela cheia regravava
      *                    o arquivo so com o que coube e apagava o
      *                    excedente em definitivo.
      * 15/10/2026 LL      Opcao E=EXTRATO: para o recurso informado,
      *                    imprime em AVALEXT as notas de cada
      *                    avaliacao do diario de classe (copybooks
      *                    AVALREC/AVNTREC, mantidos pelo PROGCOB70)
      *                    do aluno na materia contestada, no ano do
      *                    lancamento, com o peso e a media ponderada
      *                    de cada bimestre -- a secretaria mostra a
      *                    familia a composicao da nota contestada.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AGING-REPORT ASSIGN TO "AGELIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
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
           SELECT ASSESSMENT-REPORT ASSIGN TO "AVALEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
       DATA DIVISION.
       FILE SECTION.
       FD  APPEALS-FILE
       FD  AGING-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       FD  ASSESSMENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY AVALREC REPLACING ==:PREFIXO:== BY ==AVL==.
       FD  ASSESSMENT-MARKS
           LABEL RECORDS ARE STANDARD.
       COPY AVNTREC REPLACING ==:PREFIXO:== BY ==AVN==.
       FD  ASSESSMENT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  EXT-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY APPLREC REPLACING ==:PREFIXO:== BY ==ENT==.
           88 WRK-OPCAO-INCLUIR VALUE 'I'.
           88 WRK-OPCAO-DECIDIR VALUE 'D'.
           88 WRK-OPCAO-LISTAR  VALUE 'L'.
           88 WRK-OPCAO-EXTRATO VALUE 'E'.
           88 WRK-OPCAO-FIM     VALUE 'F'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-JULIANA PIC 9(08) VALUE ZEROS.
           05 WRK-LG-DIAS          PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LG-MARCA         PIC X(14).
      *---------------------------------------------------------
      * EXTRATO DAS AVALIACOES POR TRAS DA NOTA CONTESTADA: UMA
      * LINHA POR NOTA DO DIARIO E A MEDIA PONDERADA DO BIMESTRE
      *---------------------------------------------------------
       77 WRK-FS-AVALIACAO PIC X(02) VALUE '00'.
       77 WRK-FS-NOTA-AVAL PIC X(02) VALUE '00'.
       77 WRK-FS-EXTRATO PIC X(02) VALUE '00'.
       77 WRK-EOF-NOTA-AVAL-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-NOTA-AVAL VALUE 'Y'.
       77 WRK-ANO-EXTRATO PIC 9(04) VALUE ZEROS.
       77 WRK-BIM-ANTERIOR PIC 9(01) VALUE ZEROS.
       77 WRK-QTDE-NOTAS-EXT PIC 9(03) VALUE ZEROS.
       77 WRK-EXT-SOMA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-EXT-PESOS PIC 9(04) VALUE ZEROS.
       77 WRK-EXT-MEDIA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-EXT-NOTA-BIM PIC 9(02) VALUE ZEROS.
       77 WRK-EXT-PESO PIC 9(02) VALUE ZEROS.
       01  WRK-LINHA-EXTRATO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LE-BIMESTRE      PIC 9(01).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WRK-LE-SEQUENCIA     PIC 9(02).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-LE-TIPO          PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-LE-PESO          PIC Z9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-LE-NOTA          PIC Z9,99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-LE-DESCRICAO     PIC X(30).
       01  WRK-LINHA-MEDIA-BIM.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(28)
                   VALUE 'MEDIA PONDERADA DO BIMESTRE '.
           05 WRK-LM-BIMESTRE      PIC 9(01).
           05 FILLER               PIC X(02) VALUE ': '.
           05 WRK-LM-MEDIA         PIC Z9,99.
           05 FILLER               PIC X(09) VALUE ' -> NOTA '.
           05 WRK-LM-NOTA          PIC 99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MENU DO CONSOLE: I=INCLUIR D=DECIDIR L=LISTAR AGING
      * E=EXTRATO DAS AVALIACOES F=FIM
      *----------------------------------------------------------
       2000-MENU.
           DISPLAY 'OPCAO (I=INCLUIR D=DECIDIR L=LISTAR '
               'E=EXTRATO F=FIM): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 4000-DECIDIR THRU 4000-EXIT
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 5000-LISTAR-AGING THRU 5000-EXIT
               WHEN WRK-OPCAO-EXTRATO
                   PERFORM 7000-EXTRATO-AVALIACOES THRU 7000-EXIT
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * EXTRATO DAS AVALIACOES DO RECURSO: NOTAS DO DIARIO DE
      * CLASSE DO ALUNO NA MATERIA CONTESTADA, NO ANO DA DATA DO
      * LANCAMENTO, EM ORDEM DE BIMESTRE E AVALIACAO, COM O PESO
      * DE CADA UMA E A MEDIA PONDERADA DO BIMESTRE
      *----------------------------------------------------------
       7000-EXTRATO-AVALIACOES.
           DISPLAY 'NUMERO DO RECURSO: '.
           ACCEPT WRK-NUMERO-BUSCA FROM CONSOLE.
           PERFORM 4100-PROCURAR-RECURSO THRU 4100-EXIT.
           IF NOT WRK-ACHOU
               DISPLAY 'RECURSO NAO ENCONTRADO: ' WRK-NUMERO-BUSCA
               GO TO 7000-EXIT
           END-IF.
           MOVE WRK-REC-IMAGEM (WRK-IDX-REC) TO TAB-REGISTRO.
           DIVIDE TAB-DATA-ORIGINAL BY 10000
               GIVING WRK-ANO-EXTRATO.
           OPEN INPUT ASSESSMENT-MASTER.
           OPEN INPUT ASSESSMENT-MARKS.
           IF WRK-FS-AVALIACAO NOT = '00' OR
              WRK-FS-NOTA-AVAL NOT = '00'
               DISPLAY 'DIARIO DE AVALIACOES INDISPONIVEL - '
                   'AVALIACOES ' WRK-FS-AVALIACAO ' NOTAS '
                   WRK-FS-NOTA-AVAL
               CLOSE ASSESSMENT-MASTER
               CLOSE ASSESSMENT-MARKS
               GO TO 7000-EXIT
           END-IF.
           OPEN OUTPUT ASSESSMENT-REPORT.
           MOVE SPACES TO EXT-LINHA.
           STRING 'EXTRATO DE AVALIACOES - RECURSO '
               DELIMITED BY SIZE
               TAB-NUMERO DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WRK-DIA DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-MES DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE SPACES TO EXT-LINHA.
           STRING 'MATRICULA ' DELIMITED BY SIZE
               TAB-MATRICULA DELIMITED BY SIZE
               '  MATERIA ' DELIMITED BY SIZE
               TAB-MATERIA DELIMITED BY SIZE
               '  ANO LETIVO ' DELIMITED BY SIZE
               WRK-ANO-EXTRATO DELIMITED BY SIZE
               INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE SPACES TO EXT-LINHA.
           STRING '  BIM  SEQ  TIPO  PESO  NOTA   '
               DELIMITED BY SIZE
               'AVALIACAO' DELIMITED BY SIZE
               INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE ZEROS TO WRK-QTDE-NOTAS-EXT.
           MOVE ZEROS TO WRK-BIM-ANTERIOR.
           MOVE ZEROS TO WRK-EXT-SOMA.
           MOVE ZEROS TO WRK-EXT-PESOS.
           MOVE 'N' TO WRK-EOF-NOTA-AVAL-SW.
           MOVE LOW-VALUES TO AVN-CHAVE.
           MOVE WRK-ANO-EXTRATO TO AVN-ANO.
           START ASSESSMENT-MARKS KEY NOT < AVN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-NOTA-AVAL-SW
           END-START.
           PERFORM 7100-LER-NOTA-AVALIACAO THRU 7100-EXIT
               UNTIL WRK-EOF-NOTA-AVAL.
           IF WRK-BIM-ANTERIOR NOT = ZEROS
               PERFORM 7300-IMPRIMIR-MEDIA THRU 7300-EXIT
           END-IF.
           IF WRK-QTDE-NOTAS-EXT = ZEROS
               MOVE 'NENHUMA NOTA DE AVALIACAO NO DIARIO DE CLASSE'
                   TO EXT-LINHA
               WRITE EXT-LINHA
           END-IF.
           CLOSE ASSESSMENT-REPORT.
           CLOSE ASSESSMENT-MASTER.
           CLOSE ASSESSMENT-MARKS.
           DISPLAY 'EXTRATO DO RECURSO ' TAB-NUMERO ' IMPRESSO - '
               'NOTAS DE AVALIACAO: ' WRK-QTDE-NOTAS-EXT.
       7000-EXIT.
           EXIT.

       7100-LER-NOTA-AVALIACAO.
           READ ASSESSMENT-MARKS NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-NOTA-AVAL-SW
                   GO TO 7100-EXIT
           END-READ.
           IF AVN-ANO NOT = WRK-ANO-EXTRATO
               MOVE 'Y' TO WRK-EOF-NOTA-AVAL-SW
               GO TO 7100-EXIT
           END-IF.
           IF AVN-MATRICULA NOT = TAB-MATRICULA OR
              AVN-MATERIA NOT = TAB-MATERIA
               GO TO 7100-EXIT
           END-IF.
           IF AVN-BIMESTRE NOT = WRK-BIM-ANTERIOR
               IF WRK-BIM-ANTERIOR NOT = ZEROS
                   PERFORM 7300-IMPRIMIR-MEDIA THRU 7300-EXIT
               END-IF
               MOVE AVN-BIMESTRE TO WRK-BIM-ANTERIOR
               MOVE ZEROS TO WRK-EXT-SOMA
               MOVE ZEROS TO WRK-EXT-PESOS
           END-IF.
           PERFORM 7200-IMPRIMIR-NOTA THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UMA LINHA DO EXTRATO: A AVALIACAO VEM DO CADASTRO PELA
      * MESMA CHAVE DA NOTA (SEM A MATRICULA)
      *----------------------------------------------------------
       7200-IMPRIMIR-NOTA.
           ADD 1 TO WRK-QTDE-NOTAS-EXT.
           MOVE AVN-ANO TO AVL-ANO.
           MOVE AVN-TURMA TO AVL-TURMA.
           MOVE AVN-MATERIA TO AVL-MATERIA.
           MOVE AVN-BIMESTRE TO AVL-BIMESTRE.
           MOVE AVN-SEQUENCIA TO AVL-SEQUENCIA.
           READ ASSESSMENT-MASTER
               INVALID KEY
                   MOVE ZEROS TO WRK-EXT-PESO
                   MOVE SPACES TO WRK-LE-TIPO
                   MOVE '*** AVALIACAO NAO CADASTRADA'
                       TO WRK-LE-DESCRICAO
               NOT INVALID KEY
                   MOVE AVL-PESO TO WRK-EXT-PESO
                   MOVE AVL-TIPO TO WRK-LE-TIPO
                   MOVE AVL-DESCRICAO TO WRK-LE-DESCRICAO
           END-READ.
           MOVE AVN-BIMESTRE TO WRK-LE-BIMESTRE.
           MOVE AVN-SEQUENCIA TO WRK-LE-SEQUENCIA.
           MOVE WRK-EXT-PESO TO WRK-LE-PESO.
           MOVE AVN-NOTA TO WRK-LE-NOTA.
           WRITE EXT-LINHA FROM WRK-LINHA-EXTRATO.
           COMPUTE WRK-EXT-SOMA =
               WRK-EXT-SOMA + AVN-NOTA * WRK-EXT-PESO.
           ADD WRK-EXT-PESO TO WRK-EXT-PESOS.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MEDIA PONDERADA DO BIMESTRE E A NOTA ARREDONDADA QUE O
      * FECHAMENTO DO DIARIO GRAVA NO GRADEBT6
      *----------------------------------------------------------
       7300-IMPRIMIR-MEDIA.
           MOVE ZEROS TO WRK-EXT-MEDIA.
           MOVE ZEROS TO WRK-EXT-NOTA-BIM.
           IF WRK-EXT-PESOS > ZEROS
               COMPUTE WRK-EXT-MEDIA ROUNDED =
                   WRK-EXT-SOMA / WRK-EXT-PESOS
               COMPUTE WRK-EXT-NOTA-BIM ROUNDED =
                   WRK-EXT-SOMA / WRK-EXT-PESOS
           END-IF.
           MOVE WRK-BIM-ANTERIOR TO WRK-LM-BIMESTRE.
           MOVE WRK-EXT-MEDIA TO WRK-LM-MEDIA.
           MOVE WRK-EXT-NOTA-BIM TO WRK-LM-NOTA.
           WRITE EXT-LINHA FROM WRK-LINHA-MEDIA-BIM.
       7300-EXIT.
           EXIT.

       8000-FINALIZAR.
           DISPLAY 'RECURSOS NO ARQUIVO: ' WRK-QTDE-RECURSOS.
           DISPLAY 'ALTERACOES NESTA SESSAO: ' WRK-QTDE-ALTERACOES.
