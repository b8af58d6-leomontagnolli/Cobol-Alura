      *                    vigentes na data da execucao). A carga
      *                    saiu da frente do mainline para depois do
      *                    ACCEPT da data.
      * 15/10/2026 LL      Linhas de aluno de turma descritiva
      *                    (CLASS-MASTER com CLASS-TIPO-AVALIACAO
      *                    'D', avaliada por parecer) ficam fora das
      *                    contagens: a turma vem do STUDENT-MASTER
      *                    (turma atual do aluno) e e conferida no
      *                    CLASS-MASTER. Sem um dos dois mestres, a
      *                    analise sai como antes.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SUBJECT-ANALYTICS ASSIGN TO "SUBANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CLASS-MASTER ASSIGN TO "CLASSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASS-CODIGO
               FILE STATUS IS WRK-FS-TURMAS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HISTORY
       FD  SUBJECT-ANALYTICS
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  CLASS-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CLASSREC.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==WRK==.
           88 WRK-EOF-ARCH VALUE 'Y'.
       77 WRK-SINAL PIC S9(01) VALUE ZEROS.
      *---------------------------------------------------------
      * TURMA DESCRITIVA (PARECER, SEM MEDIA): A TURMA DO ALUNO
      * VEM DO STUDENT-MASTER E O TIPO DO CLASS-MASTER; AS DUAS
      * ABERTURAS FICAM GUARDADAS EM SWITCH
      *---------------------------------------------------------
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-TURMAS PIC X(02) VALUE '00'.
       77 WRK-MASTER-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-CLASSMST-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-CLASSMST-ABERTO VALUE 'S'.
       77 WRK-DESCRITIVA-SW PIC X(01) VALUE 'N'.
           88 WRK-TURMA-DESCRITIVA VALUE 'S'.
       77 WRK-QTDE-DESCRITIVAS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * CONTAGENS POR MATERIA E ANO LETIVO, COM O PERCENTUAL DE
      * APROVACAO CALCULADO APOS A COLETA
      *---------------------------------------------------------
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER = '00'
               MOVE 'S' TO WRK-MASTER-ABERTO-SW
           END-IF.
           OPEN INPUT CLASS-MASTER.
           IF WRK-FS-TURMAS = '00'
               MOVE 'S' TO WRK-CLASSMST-ABERTO-SW
           END-IF.
           OPEN INPUT GRADE-HISTORY.
           OPEN OUTPUT SUBJECT-ANALYTICS.
           IF WRK-FS-HISTORICO NOT = '00'

      *----------------------------------------------------------
      * SOMA A MEDIA-ANUAL (OU ABATE O ESTORNO) NA LINHA DA
      * MATERIA/ANO, CLASSIFICANDO O VALOR NOS MESMOS CORTES;
      * LINHA DE ALUNO DE TURMA DESCRITIVA FICA DE FORA
      *----------------------------------------------------------
       2050-CLASSIFICAR-LINHA.
           IF GH-OPERACAO NOT = 'MEDIA-ANUAL' AND
              GH-OPERACAO NOT = 'ESTORNO'
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2070-VERIFICAR-DESCRITIVA THRU 2070-EXIT.
           IF WRK-TURMA-DESCRITIVA
               ADD 1 TO WRK-QTDE-DESCRITIVAS
               GO TO 2050-EXIT
           END-IF.
           IF GH-OPERACAO = 'MEDIA-ANUAL'
               MOVE 1 TO WRK-SINAL
               PERFORM 2100-ACUMULAR-LINHA THRU 2100-EXIT
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------
      * BUSCA A TURMA DO ALUNO DA LINHA NO STUDENT-MASTER E CONFERE
      * NO CLASS-MASTER SE ELA E DESCRITIVA
      *----------------------------------------------------------
       2070-VERIFICAR-DESCRITIVA.
           MOVE 'N' TO WRK-DESCRITIVA-SW.
           IF NOT WRK-MASTER-ABERTO OR NOT WRK-CLASSMST-ABERTO
               GO TO 2070-EXIT
           END-IF.
           MOVE GH-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   GO TO 2070-EXIT
           END-READ.
           MOVE SM-TURMA TO CLASS-CODIGO.
           READ CLASS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLASS-DESCRITIVA
                       MOVE 'S' TO WRK-DESCRITIVA-SW
                   END-IF
           END-READ.
       2070-EXIT.
           EXIT.

       2100-ACUMULAR-LINHA.
           SET WRK-IDX-MA TO 1.
           SEARCH WRK-MA-ITEM
       8000-FINALIZAR.
           CLOSE GRADE-HISTORY.
           CLOSE SUBJECT-ANALYTICS.
           IF WRK-MASTER-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           IF WRK-CLASSMST-ABERTO
               CLOSE CLASS-MASTER
           END-IF.
           DISPLAY 'LINHAS MATERIA/ANO ANALISADAS: '
               WRK-QTDE-LINHAS.
           IF WRK-QTDE-DESCRITIVAS > ZEROS
               DISPLAY 'LINHAS DE TURMA DESCRITIVA FORA DA ANALISE: '
                   WRK-QTDE-DESCRITIVAS
           END-IF.
       8000-EXIT.
           EXIT.
