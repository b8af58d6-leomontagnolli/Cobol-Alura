      *                    pelo YEAREND; sem o filtro, o GPA do
      *                    quadro de honra misturava anos anteriores
      *                    e notas de outra escola.
      * 15/10/2026 LL      Aluno de turma descritiva (CLASS-MASTER
      *                    com CLASS-TIPO-AVALIACAO 'D', avaliada por
      *                    parecer) fica fora do ranking e do quadro
      *                    de honra; sem o CLASS-MASTER o ranking sai
      *                    como antes.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-CHAVE
               FILE STATUS IS WRK-FS-CORRENTES.
           SELECT CLASS-MASTER ASSIGN TO "CLASSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASS-CODIGO
               FILE STATUS IS WRK-FS-TURMAS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HISTORY
       FD  CURRENT-RESULTS
           LABEL RECORDS ARE STANDARD.
       COPY CRNTREC REPLACING ==:PREFIXO:== BY ==CRN==.
       FD  CLASS-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CLASSREC.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==WRK==.
       77 WRK-MASTER-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
      *---------------------------------------------------------
      * TURMA DESCRITIVA (PARECER, SEM MEDIA) CONFERIDA NO
      * CLASS-MASTER: O ALUNO FICA FORA DO RANKING E DA HONRA
      *---------------------------------------------------------
       77 WRK-FS-TURMAS PIC X(02) VALUE '00'.
       77 WRK-CLASSMST-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-CLASSMST-ABERTO VALUE 'S'.
       77 WRK-QTDE-DESCRITIVAS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * TABELA DE ALUNOS ACUMULADA NA UNICA PASSADA DO HISTORICO:
      * SOMA E CONTAGEM DAS MEDIA-ANUAL (ABATIDOS OS ESTORNO),
      * DEPOIS GPA, NOME E TURMA PARA A ORDENACAO
               10 WRK-ALU-SOMA      PIC S9(06)V99.
               10 WRK-ALU-QTDE      PIC 9(05).
               10 WRK-ALU-GPA       PIC S9(02)V99.
               10 WRK-ALU-DESCRITIVA-SW PIC X(01).
                   88 WRK-ALU-DESCRITIVA VALUE 'S'.
       01  WRK-ALU-TEMP.
           05 WRK-TEMP-MATRICULA PIC 9(07).
           05 WRK-TEMP-TURMA     PIC X(06).
           05 WRK-TEMP-SOMA      PIC S9(06)V99.
           05 WRK-TEMP-QTDE      PIC 9(05).
           05 WRK-TEMP-GPA       PIC S9(02)V99.
           05 WRK-TEMP-DESCRITIVA-SW PIC X(01).
       77 WRK-TROCOU-SW PIC X(01) VALUE 'N'.
           88 WRK-TROCOU VALUE 'S'.
       77 WRK-ALUNO-VALIDO-SW PIC X(01) VALUE 'N'.
               DISPLAY 'ATENCAO - STUDENT-MASTER INDISPONIVEL, '
                   'RANKING SAI SEM NOMES - FS ' WRK-FS-MASTER
           END-IF.
           OPEN INPUT CLASS-MASTER.
           IF WRK-FS-TURMAS = '00'
               MOVE 'S' TO WRK-CLASSMST-ABERTO-SW
           END-IF.
           OPEN OUTPUT RANK-REPORT.
           OPEN INPUT CURRENT-RESULTS.
           IF WRK-FS-CORRENTES = '00'
               MOVE WRK-SOMA-CORRENTE TO WRK-ALU-SOMA (WRK-IDX-ALU)
               MOVE WRK-QTDE-CORRENTE TO WRK-ALU-QTDE (WRK-IDX-ALU)
               MOVE ZEROS TO WRK-ALU-GPA (WRK-IDX-ALU)
               MOVE 'N' TO WRK-ALU-DESCRITIVA-SW (WRK-IDX-ALU)
           ELSE
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               DISPLAY 'ERRO - TABELA DO RANKING CHEIA, ALUNO FORA '
               MOVE ZEROS TO WRK-ALU-SOMA (WRK-IDX-ALU)
               MOVE ZEROS TO WRK-ALU-QTDE (WRK-IDX-ALU)
               MOVE ZEROS TO WRK-ALU-GPA (WRK-IDX-ALU)
               MOVE 'N' TO WRK-ALU-DESCRITIVA-SW (WRK-IDX-ALU)
           ELSE
               MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
               DISPLAY 'ERRO - TABELA DO RANKING CHEIA, FORA DO '

      *----------------------------------------------------------
      * CALCULA O GPA DE CADA ALUNO E BUSCA O NOME E A TURMA NO
      * STUDENT-MASTER INDEXADO; A TURMA E CONFERIDA NO
      * CLASS-MASTER PARA MARCAR O ALUNO DE TURMA DESCRITIVA
      *----------------------------------------------------------
       3000-COMPLETAR-ALUNOS.
           IF WRK-QTDE-ALUNOS > ZEROS
                       MOVE SM-TURMA TO WRK-ALU-TURMA (WRK-IDX-ALU)
               END-READ
           END-IF.
           IF WRK-CLASSMST-ABERTO AND
              WRK-ALU-TURMA (WRK-IDX-ALU) NOT = SPACES
               MOVE WRK-ALU-TURMA (WRK-IDX-ALU) TO CLASS-CODIGO
               READ CLASS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLASS-DESCRITIVA
                           MOVE 'S' TO
                               WRK-ALU-DESCRITIVA-SW (WRK-IDX-ALU)
                           ADD 1 TO WRK-QTDE-DESCRITIVAS
                       END-IF
               END-READ
           END-IF.
       3100-EXIT.
           EXIT.

           EXIT.

       5200-IMPRIMIR-ALUNO.
           IF WRK-ALU-DESCRITIVA (WRK-IDX-ALU)
               GO TO 5200-EXIT
           END-IF.
           IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS-PAGINA
               PERFORM 5100-IMPRIMIR-CABECALHO THRU 5100-EXIT
           END-IF.
           MOVE WRK-ALU-TURMA (WRK-IDX-ALU) TO WRK-TURMA-PARAM.
           PERFORM 0550-RESOLVER-PARAMETROS THRU 0550-EXIT.
           IF WRK-ALU-GPA (WRK-IDX-ALU) >= WRK-GPA-HONRA AND
              WRK-ALU-QTDE (WRK-IDX-ALU) > ZEROS AND
              NOT WRK-ALU-DESCRITIVA (WRK-IDX-ALU)
               ADD 1 TO WRK-QTDE-HONRA
               MOVE WRK-QTDE-HONRA TO WRK-LD-POSICAO
               MOVE WRK-ALU-MATRICULA (WRK-IDX-ALU)
           IF WRK-MASTER-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           IF WRK-CLASSMST-ABERTO
               CLOSE CLASS-MASTER
           END-IF.
           CLOSE RANK-REPORT.
           SUBTRACT WRK-QTDE-DESCRITIVAS FROM WRK-QTDE-ALUNOS.
           DISPLAY 'ALUNOS NO RANKING: ' WRK-QTDE-ALUNOS.
           IF WRK-QTDE-DESCRITIVAS > ZEROS
               DISPLAY 'ALUNOS DE TURMA DESCRITIVA FORA DO RANKING: '
                   WRK-QTDE-DESCRITIVAS
           END-IF.
           DISPLAY 'ALUNOS NO QUADRO DE HONRA: ' WRK-QTDE-HONRA.
       8000-EXIT.
           EXIT.
