      *                    conselho, a justificativa, a data e quem
      *                    presidiu, enquanto as medias impressas
      *                    seguem as verdadeiras do historico.
      * 15/10/2026 LL      O boletim passa a listar as dependencias
      *                    do aluno (progressao parcial, copybook
      *                    DEPREC): materia, ano de origem, nota
      *                    lancada pelo PROGCOB72 e a situacao
      *                    ABERTA/CUMPRIDA. Sem o cadastro, o
      *                    documento sai como antes.
      * 15/10/2026 LL      Aluno de turma descritiva (CLASS-MASTER
      *                    com CLASS-TIPO-AVALIACAO 'D') recebe o
      *                    boletim descritivo: por bimestre e
      *                    materia, o conceito de cada area de
      *                    competencia e os comentarios do professor
      *                    (cadastro PARECER, copybook PARCREC), sem
      *                    medias, conselho nem dependencias.
      * 15/10/2026 LL      Aluno CONCLUIDO (status 'C' gravado pela
      *                    rolagem do PROGCOB40 na serie final) sai
      *                    com a situacao ALUNO CONCLUINTE DESDE a
      *                    data da conclusao, e nao mais como
      *                    transferido.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL COUNCIL-DECISIONS ASSIGN TO "CNCLDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSELHO.
           SELECT DEPENDENCY-MASTER ASSIGN TO "DEPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPENDENCIA.
           SELECT CLASS-MASTER ASSIGN TO "CLASSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASS-CODIGO
               FILE STATUS IS WRK-FS-TURMAS.
           SELECT PARECER ASSIGN TO "PARECER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARECER.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HISTORY
       FD  COUNCIL-DECISIONS
           LABEL RECORDS ARE STANDARD.
       COPY CNCLREC REPLACING ==:PREFIXO:== BY ==CNC==.
       FD  DEPENDENCY-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY DEPREC REPLACING ==:PREFIXO:== BY ==DEP==.
       FD  CLASS-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CLASSREC.
       FD  PARECER
           LABEL RECORDS ARE STANDARD.
       COPY PARCREC REPLACING ==:PREFIXO:== BY ==PAR==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY PARCAREA.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==WRK==.

       77 WRK-FS-HISTORICO PIC X(02) VALUE '00'.
       77 WRK-NOME-ALUNO PIC X(20) VALUE SPACES.
      *---------------------------------------------------------
      * STATUS DE CICLO DE VIDA CAPTURADO DO MASTER PARA ANOTAR
      * NO CABECALHO O ALUNO DESISTENTE/TRANSFERIDO/CONCLUINTE
      *---------------------------------------------------------
       77 WRK-STATUS-ALUNO PIC X(01) VALUE 'A'.
           88 WRK-ALUNO-ATIVO        VALUE 'A'.
           88 WRK-ALUNO-DESISTENTE   VALUE 'D'.
           88 WRK-ALUNO-TRANSFERIDO  VALUE 'T'.
           88 WRK-ALUNO-CONCLUIDO    VALUE 'C'.
       01  WRK-DATA-STATUS-ALUNO.
           05 WRK-STAT-ANO PIC 9(04) VALUE ZEROS.
           05 WRK-STAT-MES PIC 9(02) VALUE ZEROS.
           05 WRK-CN-JUSTIFICATIVA PIC X(40).
           05 WRK-CN-DATA          PIC 9(08).
           05 WRK-CN-PRESIDENTE    PIC X(20).
      *---------------------------------------------------------
      * DEPENDENCIAS DO ALUNO (COPYBOOK DEPREC) IMPRESSAS NO FIM
      * DO BOLETIM
      *---------------------------------------------------------
       77 WRK-FS-DEPENDENCIA PIC X(02) VALUE '00'.
       77 WRK-EOF-DEP-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-DEP VALUE 'Y'.
       77 WRK-QTDE-DEPENDENCIAS PIC 9(02) VALUE ZEROS.
       77 WRK-DEP-NOTA-EXIBE PIC Z9,99 VALUE ZEROS.
       77 WRK-DEP-SITUACAO PIC X(08) VALUE SPACES.
      *---------------------------------------------------------
      * BOLETIM DESCRITIVO (COPYBOOKS PARCREC/PARCAREA) DO ALUNO
      * DE TURMA MARCADA COMO DESCRITIVA NO CLASS-MASTER
      *---------------------------------------------------------
       77 WRK-FS-TURMAS PIC X(02) VALUE '00'.
       77 WRK-FS-PARECER PIC X(02) VALUE '00'.
       77 WRK-DESCRITIVA-SW PIC X(01) VALUE 'N'.
           88 WRK-TURMA-DESCRITIVA VALUE 'S'.
       77 WRK-EOF-PAR-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PAR VALUE 'Y'.
       77 WRK-QTDE-PARECERES PIC 9(03) VALUE ZEROS.
       77 WRK-BIMESTRE-ANTERIOR PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-AREA PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-COMENTARIO PIC 9(01) VALUE ZEROS.
       77 WRK-CONCEITO-EXIBE PIC X(12) VALUE SPACES.
       77 WRK-NUM-PAGINA PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-MATERIAS PIC 9(05) VALUE ZEROS.
       77 WRK-STATUS-AUX PIC X(11) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-TURMA-DESCRITIVA
               PERFORM 3000-IMPRIMIR-PARECERES THRU 3000-EXIT
           ELSE
               PERFORM 2000-PROCESSAR-HISTORICO THRU 2000-EXIT
                   UNTIL WRK-EOF-HIST
               PERFORM 2500-IMPRIMIR-MATERIAS THRU 2500-EXIT
               PERFORM 2700-IMPRIMIR-CONSELHO THRU 2700-EXIT
               PERFORM 2800-IMPRIMIR-DEPENDENCIAS THRU 2800-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

           MOVE ZEROS TO WRK-NUM-PAGINA.
           MOVE ZEROS TO WRK-QTDE-MATERIAS.
           MOVE ZEROS TO WRK-QTDE-LINHAS.
           MOVE ZEROS TO WRK-QTDE-PARECERES.
           OPEN INPUT GRADE-HISTORY.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT REPORT-CARD.
           PERFORM 1050-REVALIDAR-MATRICULA THRU 1050-EXIT
               UNTIL WRK-DV-VALIDO.
           PERFORM 1100-BUSCAR-ALUNO THRU 1100-EXIT.
           PERFORM 1150-VERIFICAR-TIPO-TURMA THRU 1150-EXIT.
           PERFORM 0500-CARREGAR-PARAMETROS THRU 0500-EXIT.
           PERFORM 1200-IMPRIMIR-CABECALHO THRU 1200-EXIT.
           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE NO CLASS-MASTER SE A TURMA DO ALUNO E DESCRITIVA;
      * TURMA SEM CADASTRO (OU MESTRE INDISPONIVEL) SAI NO BOLETIM
      * DE MEDIAS
      *----------------------------------------------------------
       1150-VERIFICAR-TIPO-TURMA.
           MOVE 'N' TO WRK-DESCRITIVA-SW.
           IF WRK-TURMA-PARAM = SPACES
               GO TO 1150-EXIT
           END-IF.
           OPEN INPUT CLASS-MASTER.
           IF WRK-FS-TURMAS = '00'
               MOVE WRK-TURMA-PARAM TO CLASS-CODIGO
               READ CLASS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLASS-DESCRITIVA
                           MOVE 'S' TO WRK-DESCRITIVA-SW
                       END-IF
               END-READ
               CLOSE CLASS-MASTER
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * IMPRIME O CABECALHO DO BOLETIM COM PAGINACAO
      *----------------------------------------------------------
       1200-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-NUM-PAGINA.
           MOVE SPACES TO RPT-LINHA.
           IF WRK-TURMA-DESCRITIVA
               STRING 'BOLETIM DESCRITIVO' DELIMITED BY SIZE
                   '                 PAGINA: ' DELIMITED BY SIZE
                   WRK-NUM-PAGINA DELIMITED BY SIZE
                   INTO RPT-LINHA
           ELSE
               STRING 'BOLETIM ESCOLAR' DELIMITED BY SIZE
                   '                    PAGINA: ' DELIMITED BY SIZE
                   WRK-NUM-PAGINA DELIMITED BY SIZE
                   INTO RPT-LINHA
           END-IF.
           WRITE RPT-LINHA.
           MOVE SPACES TO RPT-LINHA.
           STRING 'MATRICULA: ' DELIMITED BY SIZE
           WRITE RPT-LINHA.
           IF NOT WRK-ALUNO-ATIVO
               MOVE SPACES TO RPT-LINHA
               EVALUATE TRUE
                   WHEN WRK-ALUNO-DESISTENTE
                       STRING 'SITUACAO: ALUNO DESISTENTE DESDE '
                           DELIMITED BY SIZE
                           WRK-STAT-DIA DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           WRK-STAT-MES DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           WRK-STAT-ANO DELIMITED BY SIZE
                           INTO RPT-LINHA
                   WHEN WRK-ALUNO-CONCLUIDO
                       STRING 'SITUACAO: ALUNO CONCLUINTE DESDE '
                           DELIMITED BY SIZE
                           WRK-STAT-DIA DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           WRK-STAT-MES DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           WRK-STAT-ANO DELIMITED BY SIZE
                           INTO RPT-LINHA
                   WHEN OTHER
                       STRING 'SITUACAO: ALUNO TRANSFERIDO DESDE '
                           DELIMITED BY SIZE
                           WRK-STAT-DIA DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           WRK-STAT-MES DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           WRK-STAT-ANO DELIMITED BY SIZE
                           INTO RPT-LINHA
               END-EVALUATE
               WRITE RPT-LINHA
               DISPLAY 'ATENCAO - ALUNO NAO ATIVO (' WRK-STATUS-ALUNO
                   ')'
       2750-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LISTA AS DEPENDENCIAS DO ALUNO (START NA MATRICULA,
      * LEITURA ATE ELA MUDAR); SEM O CADASTRO NADA SAI
      *----------------------------------------------------------
       2800-IMPRIMIR-DEPENDENCIAS.
           MOVE ZEROS TO WRK-QTDE-DEPENDENCIAS.
           MOVE 'N' TO WRK-EOF-DEP-SW.
           OPEN INPUT DEPENDENCY-MASTER.
           IF WRK-FS-DEPENDENCIA NOT = '00'
               GO TO 2800-EXIT
           END-IF.
           MOVE WRK-MATRICULA-BUSCA TO DEP-MATRICULA.
           MOVE LOW-VALUES TO DEP-MATERIA.
           MOVE ZEROS TO DEP-ANO-ORIGEM.
           START DEPENDENCY-MASTER KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-DEP-SW
           END-START.
           PERFORM 2850-IMPRIMIR-DEPENDENCIA THRU 2850-EXIT
               UNTIL WRK-EOF-DEP.
           CLOSE DEPENDENCY-MASTER.
       2800-EXIT.
           EXIT.

       2850-IMPRIMIR-DEPENDENCIA.
           READ DEPENDENCY-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-DEP-SW
                   GO TO 2850-EXIT
           END-READ.
           IF DEP-MATRICULA NOT = WRK-MATRICULA-BUSCA
               MOVE 'Y' TO WRK-EOF-DEP-SW
               GO TO 2850-EXIT
           END-IF.
           IF WRK-QTDE-DEPENDENCIAS = ZEROS
               MOVE SPACES TO RPT-LINHA
               WRITE RPT-LINHA
               MOVE 'DEPENDENCIAS (PROGRESSAO PARCIAL):' TO RPT-LINHA
               WRITE RPT-LINHA
           END-IF.
           ADD 1 TO WRK-QTDE-DEPENDENCIAS.
           IF DEP-CUMPRIDA
               MOVE 'CUMPRIDA' TO WRK-DEP-SITUACAO
           ELSE
               MOVE 'ABERTA' TO WRK-DEP-SITUACAO
           END-IF.
           MOVE DEP-NOTA TO WRK-DEP-NOTA-EXIBE.
           MOVE SPACES TO RPT-LINHA.
           STRING DEP-MATERIA DELIMITED BY SIZE
               '   ANO DE ORIGEM: ' DELIMITED BY SIZE
               DEP-ANO-ORIGEM DELIMITED BY SIZE
               '   NOTA: ' DELIMITED BY SIZE
               WRK-DEP-NOTA-EXIBE DELIMITED BY SIZE
               '   SITUACAO: ' DELIMITED BY SIZE
               WRK-DEP-SITUACAO DELIMITED BY SIZE
               INTO RPT-LINHA.
           WRITE RPT-LINHA.
           DISPLAY '  DEPENDENCIA ' DEP-MATERIA ' DE '
               DEP-ANO-ORIGEM ' ' WRK-DEP-SITUACAO.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------
      * BOLETIM DESCRITIVO: LE OS PARECERES DO ALUNO NO ANO (START
      * NO ANO + MATRICULA, LEITURA ATE A CHAVE MUDAR), QUE JA VEM
      * EM ORDEM DE BIMESTRE E MATERIA
      *----------------------------------------------------------
       3000-IMPRIMIR-PARECERES.
           MOVE 'N' TO WRK-EOF-PAR-SW.
           MOVE ZEROS TO WRK-BIMESTRE-ANTERIOR.
           OPEN INPUT PARECER.
           IF WRK-FS-PARECER NOT = '00'
               GO TO 3000-EXIT
           END-IF.
           MOVE WRK-ANO TO PAR-ANO.
           MOVE WRK-MATRICULA-BUSCA TO PAR-MATRICULA.
           MOVE ZEROS TO PAR-BIMESTRE.
           MOVE LOW-VALUES TO PAR-MATERIA.
           START PARECER KEY NOT < PAR-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-PAR-SW
           END-START.
           PERFORM 3100-IMPRIMIR-PARECER THRU 3100-EXIT
               UNTIL WRK-EOF-PAR.
           CLOSE PARECER.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-PARECER.
           READ PARECER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-PAR-SW
                   GO TO 3100-EXIT
           END-READ.
           IF PAR-ANO NOT = WRK-ANO OR
              PAR-MATRICULA NOT = WRK-MATRICULA-BUSCA
               MOVE 'Y' TO WRK-EOF-PAR-SW
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PARECERES.
           IF PAR-BIMESTRE NOT = WRK-BIMESTRE-ANTERIOR
               MOVE PAR-BIMESTRE TO WRK-BIMESTRE-ANTERIOR
               MOVE SPACES TO RPT-LINHA
               WRITE RPT-LINHA
               MOVE SPACES TO RPT-LINHA
               STRING 'BIMESTRE ' DELIMITED BY SIZE
                   PAR-BIMESTRE DELIMITED BY SIZE
                   INTO RPT-LINHA
               WRITE RPT-LINHA
           END-IF.
           MOVE SPACES TO RPT-LINHA.
           STRING '  MATERIA: ' DELIMITED BY SIZE
               PAR-MATERIA DELIMITED BY SIZE
               INTO RPT-LINHA.
           WRITE RPT-LINHA.
           PERFORM 3200-IMPRIMIR-AREA THRU 3200-EXIT
               VARYING WRK-IDX-AREA FROM 1 BY 1
               UNTIL WRK-IDX-AREA > 5.
           PERFORM 3300-IMPRIMIR-COMENTARIO THRU 3300-EXIT
               VARYING WRK-IDX-COMENTARIO FROM 1 BY 1
               UNTIL WRK-IDX-COMENTARIO > 3.
           DISPLAY '  PARECER BIMESTRE ' PAR-BIMESTRE ' '
               PAR-MATERIA.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-AREA.
           EVALUATE PAR-CONCEITO (WRK-IDX-AREA)
               WHEN 'A'
                   MOVE 'ATINGIDO' TO WRK-CONCEITO-EXIBE
               WHEN 'P'
                   MOVE 'EM PROCESSO' TO WRK-CONCEITO-EXIBE
               WHEN 'N'
                   MOVE 'NAO ATINGIDO' TO WRK-CONCEITO-EXIBE
               WHEN OTHER
                   MOVE 'NAO AVALIADO' TO WRK-CONCEITO-EXIBE
           END-EVALUATE.
           MOVE SPACES TO RPT-LINHA.
           STRING '    ' DELIMITED BY SIZE
               WRK-AREA-NOME (WRK-IDX-AREA) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-CONCEITO-EXIBE DELIMITED BY SIZE
               INTO RPT-LINHA.
           WRITE RPT-LINHA.
       3200-EXIT.
           EXIT.

       3300-IMPRIMIR-COMENTARIO.
           IF PAR-COMENTARIO (WRK-IDX-COMENTARIO) NOT = SPACES
               MOVE SPACES TO RPT-LINHA
               STRING '    ' DELIMITED BY SIZE
                   PAR-COMENTARIO (WRK-IDX-COMENTARIO)
                   DELIMITED BY SIZE
                   INTO RPT-LINHA
               WRITE RPT-LINHA
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CLASSIFICA A MEDIA DA DISCIPLINA E IMPRIME A LINHA
      *----------------------------------------------------------
      * FECHA OS ARQUIVOS DO BOLETIM
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-TURMA-DESCRITIVA AND WRK-QTDE-PARECERES = ZEROS
               MOVE SPACES TO RPT-LINHA
               STRING 'NENHUM PARECER DESCRITIVO LANCADO NO ANO '
                   DELIMITED BY SIZE
                   'PARA A MATRICULA ' DELIMITED BY SIZE
                   WRK-MATRICULA-BUSCA DELIMITED BY SIZE
                   INTO RPT-LINHA
               WRITE RPT-LINHA
           END-IF.
           IF WRK-QTDE-MATERIAS = ZEROS AND NOT WRK-TURMA-DESCRITIVA
               MOVE SPACES TO RPT-LINHA
               STRING 'NENHUMA MEDIA ANUAL ENCONTRADA PARA A '
                   DELIMITED BY SIZE
