      *                    da grade da turma atual do aluno, como o
      *                    historico escolar legalmente exige. Sem o
      *                    arquivo, o documento sai como antes.
      * 15/10/2026 LL      Dependencias (progressao parcial, copybook
      *                    DEPREC) entram no documento oficial: um
      *                    bloco antes do rodape lista cada materia
      *                    em dependencia com o ano de origem, a
      *                    nota lancada pelo PROGCOB72 e a situacao
      *                    CUMPRIDA ou EM ABERTO. Sem o cadastro, o
      *                    documento sai como antes.
      * 15/10/2026 LL      Aviso de documentos obrigatorios de
      *                    matricula pendentes (rotina DOCCHECK): com
      *                    pendencia, o documento so sai se o usuario
      *                    confirmar; recusado, nada e numerado nem
      *                    impresso.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL CURRICULUM-GRID ASSIGN TO "CURRGRID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GRADE.
           SELECT DEPENDENCY-MASTER ASSIGN TO "DEPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPENDENCIA.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HISTORY
       FD  CURRICULUM-GRID
           LABEL RECORDS ARE STANDARD.
       COPY GRIDREC REPLACING ==:PREFIXO:== BY ==GRD==.
       FD  DEPENDENCY-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY DEPREC REPLACING ==:PREFIXO:== BY ==DEP==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==WRK==.
               10 WRK-GRD-CARGA   PIC 9(02).
       77 WRK-CH-TEXTO PIC X(11) VALUE SPACES.
       77 WRK-CH-EXIBE PIC Z9 VALUE ZEROS.
      *---------------------------------------------------------
      * DEPENDENCIAS DO ALUNO (COPYBOOK DEPREC) IMPRESSAS ANTES DO
      * RODAPE DO DOCUMENTO
      *---------------------------------------------------------
       77 WRK-FS-DEPENDENCIA PIC X(02) VALUE '00'.
       77 WRK-EOF-DEP-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-DEP VALUE 'Y'.
       77 WRK-QTDE-DEPENDENCIAS PIC 9(02) VALUE ZEROS.
       77 WRK-DEP-NOTA-EXIBE PIC Z9,99 VALUE ZEROS.
       77 WRK-DEP-SITUACAO PIC X(09) VALUE SPACES.
      *---------------------------------------------------------
      * DOCUMENTOS OBRIGATORIOS DE MATRICULA (ROTINA DOCCHECK)
      *---------------------------------------------------------
       COPY DOCLIST REPLACING ==:PREFIXO:== BY ==DCK==.
       77 WRK-IDX-DOC PIC 9(02) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-EMISSAO-CANCELADA-SW PIC X(01) VALUE 'N'.
           88 WRK-EMISSAO-CANCELADA VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 0500-CARREGAR-PARAMETROS THRU 0500-EXIT.
           PERFORM 2000-PROCESSAR-HISTORICO THRU 2000-EXIT
               UNTIL WRK-EOF-HIST.
           IF NOT WRK-EMISSAO-CANCELADA
               PERFORM 4000-ORDENAR-POR-ANO THRU 4000-EXIT
               PERFORM 5000-IMPRIMIR-DOCUMENTO THRU 5000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

           PERFORM 1050-REVALIDAR-MATRICULA THRU 1050-EXIT
               UNTIL WRK-DV-VALIDO.
           PERFORM 1100-BUSCAR-ALUNO THRU 1100-EXIT.
           PERFORM 1150-CONFERIR-DOCUMENTOS THRU 1150-EXIT.
           IF WRK-EMISSAO-CANCELADA
               MOVE 'Y' TO WRK-EOF-HIST-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-NUMERAR-DOCUMENTO THRU 1200-EXIT.
      *    O ARQUIVO MORTO E ACUMULADO ANTES DA PRIMEIRA LEITURA
      *    DO HISTORICO CORRENTE -- 1600 REAPROVEITA A AREA DO
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE OS DOCUMENTOS OBRIGATORIOS DE MATRICULA (DOCCHECK);
      * COM PENDENCIA, LISTA O QUE FALTA E SO SEGUE SE O USUARIO
      * CONFIRMAR -- RECUSADO, O HISTORICO NAO E NUMERADO
      *----------------------------------------------------------
       1150-CONFERIR-DOCUMENTOS.
           IF WRK-NOME-ALUNO = SPACES
               GO TO 1150-EXIT
           END-IF.
           CALL 'DOCCHECK' USING WRK-MATRICULA-BUSCA WRK-TURMA-ALUNO
               DCK-DOCUMENTOS.
           IF DCK-QTDE-PENDENTES = ZEROS
               GO TO 1150-EXIT
           END-IF.
           DISPLAY 'ATENCAO - ALUNO COM ' DCK-QTDE-PENDENTES
               ' DOCUMENTO(S) OBRIGATORIO(S) PENDENTE(S):'.
           PERFORM 1160-LISTAR-PENDENTE THRU 1160-EXIT
               VARYING WRK-IDX-DOC FROM 1 BY 1
               UNTIL WRK-IDX-DOC > DCK-QTDE-EXIGIDOS.
           DISPLAY 'EMITIR MESMO ASSIM (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'EMISSAO CANCELADA - DOCUMENTACAO PENDENTE'
               MOVE 'S' TO WRK-EMISSAO-CANCELADA-SW
           END-IF.
       1150-EXIT.
           EXIT.

       1160-LISTAR-PENDENTE.
           IF DCK-DOC-EXIGIDO (WRK-IDX-DOC) AND
              DCK-DOC-ENTREGA (WRK-IDX-DOC) = ZEROS
               DISPLAY '  ' DCK-DOC-CODIGO (WRK-IDX-DOC) ' '
                   DCK-DOC-DESCRICAO (WRK-IDX-DOC)
           END-IF.
       1160-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA A GRADE CURRICULAR DA TURMA ATUAL DO ALUNO, PARA A
      * CARGA HORARIA SEMANAL SAIR JUNTO DE CADA MATERIA. SEM O
                   UNTIL WRK-IDX-TRN > WRK-QTDE-LINHAS
               PERFORM 5400-FECHAR-ANO THRU 5400-EXIT
           END-IF.
           PERFORM 5600-IMPRIMIR-DEPENDENCIAS THRU 5600-EXIT.
           PERFORM 5500-IMPRIMIR-RODAPE THRU 5500-EXIT.
       5000-EXIT.
           EXIT.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * BLOCO DAS DEPENDENCIAS DO ALUNO (START NA MATRICULA,
      * LEITURA ATE ELA MUDAR); SEM O CADASTRO NADA SAI
      *----------------------------------------------------------
       5600-IMPRIMIR-DEPENDENCIAS.
           MOVE ZEROS TO WRK-QTDE-DEPENDENCIAS.
           MOVE 'N' TO WRK-EOF-DEP-SW.
           OPEN INPUT DEPENDENCY-MASTER.
           IF WRK-FS-DEPENDENCIA NOT = '00'
               GO TO 5600-EXIT
           END-IF.
           MOVE WRK-MATRICULA-BUSCA TO DEP-MATRICULA.
           MOVE LOW-VALUES TO DEP-MATERIA.
           MOVE ZEROS TO DEP-ANO-ORIGEM.
           START DEPENDENCY-MASTER KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-DEP-SW
           END-START.
           PERFORM 5650-IMPRIMIR-DEPENDENCIA THRU 5650-EXIT
               UNTIL WRK-EOF-DEP.
           CLOSE DEPENDENCY-MASTER.
       5600-EXIT.
           EXIT.

       5650-IMPRIMIR-DEPENDENCIA.
           READ DEPENDENCY-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-DEP-SW
                   GO TO 5650-EXIT
           END-READ.
           IF DEP-MATRICULA NOT = WRK-MATRICULA-BUSCA
               MOVE 'Y' TO WRK-EOF-DEP-SW
               GO TO 5650-EXIT
           END-IF.
           IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS-PAGINA
               PERFORM 5100-IMPRIMIR-CABECALHO THRU 5100-EXIT
           END-IF.
           IF WRK-QTDE-DEPENDENCIAS = ZEROS
               MOVE 'DEPENDENCIAS (PROGRESSAO PARCIAL):' TO DOC-LINHA
               WRITE DOC-LINHA
               ADD 1 TO WRK-LINHAS-PAGINA
           END-IF.
           ADD 1 TO WRK-QTDE-DEPENDENCIAS.
           IF DEP-CUMPRIDA
               MOVE 'CUMPRIDA' TO WRK-DEP-SITUACAO
           ELSE
               MOVE 'EM ABERTO' TO WRK-DEP-SITUACAO
           END-IF.
           MOVE DEP-NOTA TO WRK-DEP-NOTA-EXIBE.
           MOVE SPACES TO DOC-LINHA.
           STRING '  ' DELIMITED BY SIZE
               DEP-MATERIA DELIMITED BY SIZE
               '   ANO DE ORIGEM: ' DELIMITED BY SIZE
               DEP-ANO-ORIGEM DELIMITED BY SIZE
               '   NOTA: ' DELIMITED BY SIZE
               WRK-DEP-NOTA-EXIBE DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WRK-DEP-SITUACAO DELIMITED BY SIZE
               INTO DOC-LINHA.
           WRITE DOC-LINHA.
           ADD 1 TO WRK-LINHAS-PAGINA.
       5650-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS DO DOCUMENTO
      *----------------------------------------------------------
