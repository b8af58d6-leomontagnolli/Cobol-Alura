      *                    aceitas com o campo em branco), entao o
      *                    lote mostra quem realmente digitou a nota
      *                    durante a licenca.
      * 15/10/2026 LL      Turmas descritivas (CLASS-TIPO-AVALIACAO
      *                    'D' no CLASS-MASTER, educacao infantil e
      *                    1o/2o ano) nao recebem N1..N4: a sessao
      *                    pede o bimestre (aberto no controle de
      *                    periodo) e, por aluno, o conceito A/P/N de
      *                    cada area de competencia (copybook
      *                    PARCAREA) e ate tres linhas de comentario,
      *                    gravados no cadastro PARECER (copybook
      *                    PARCREC); lancar de novo o mesmo bimestre
      *                    e materia substitui o parecer anterior.
      * 15/10/2026 LL      PIN conferido pela rotina comum PINHASH
      *                    (hash com sal do SECURITY-FILE, sem PIN em
      *                    claro); PIN com troca obrigatoria e barrado
      *                    como o vencido, ate a troca no PROGCOB11.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL SUBSTITUTE-MASTER ASSIGN TO "SUBSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUBSTITUICAO.
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
       FD  SECURITY-FILE
       FD  SUBSTITUTE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SUBSREC REPLACING ==:PREFIXO:== BY ==SUB==.
       FD  CLASS-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CLASSREC.
       FD  PARECER
           LABEL RECORDS ARE STANDARD.
       COPY PARCREC REPLACING ==:PREFIXO:== BY ==PAR==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY PARCAREA.

       77 WRK-FS-SECURITY PIC X(02) VALUE '00'.
       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-FS-LOTE PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT PIC X(02) VALUE '00'.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-PIN PIC X(12) VALUE SPACES.
       77 WRK-PIN-SW PIC X(01) VALUE 'N'.
           88 WRK-PIN-CONFIRMADO VALUE 'S'.
      *---------------------------------------------------------
      * AREA DA ROTINA COMUM PINHASH (CONFERENCIA DA CREDENCIAL DO
      * SECURITY-FILE)
      *---------------------------------------------------------
       COPY PINAREA REPLACING ==:PREFIXO:== BY ==CRD==.
       77 WRK-NIVEL PIC 9(02) VALUE ZEROS.
           88 WRK-NIVEL-PROFESSOR VALUE 03.
       77 WRK-TURMA PIC X(06) VALUE SPACES.
       77 WRK-SUBSTITUICAO-SW PIC X(01) VALUE 'N'.
           88 WRK-EM-SUBSTITUICAO VALUE 'S'.
       77 WRK-TITULAR-AUX PIC X(20) VALUE SPACES.
      *---------------------------------------------------------
      * PARECER DESCRITIVO (COPYBOOKS PARCREC/PARCAREA): TURMA
      * MARCADA COMO DESCRITIVA NO CLASS-MASTER RECEBE, POR
      * BIMESTRE, O CONCEITO DE CADA AREA E OS COMENTARIOS
      *---------------------------------------------------------
       77 WRK-FS-TURMAS PIC X(02) VALUE '00'.
       77 WRK-FS-PARECER PIC X(02) VALUE '00'.
       77 WRK-DESCRITIVA-SW PIC X(01) VALUE 'N'.
           88 WRK-TURMA-DESCRITIVA VALUE 'S'.
       77 WRK-BIMESTRE PIC 9(01) VALUE ZEROS.
       77 WRK-BIMESTRE-SW PIC X(01) VALUE 'N'.
           88 WRK-BIMESTRE-VALIDO VALUE 'S'.
       77 WRK-PARECER-EXISTE-SW PIC X(01) VALUE 'N'.
           88 WRK-PARECER-EXISTE VALUE 'S'.
       77 WRK-CONCEITO-AUX PIC X(01) VALUE SPACES.
           88 WRK-CONCEITO-VALIDO VALUES 'A' 'P' 'N'.
       77 WRK-IDX-AREA PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-COMENTARIO PIC 9(01) VALUE ZEROS.
       77 WRK-QTDE-PARECERES PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           MOVE 'N' TO WRK-ATRIBUIDO-SW.
           MOVE 'N' TO WRK-LOTE-ABERTO-SW.
           MOVE ZEROS TO WRK-QTDE-LANCADAS.
           MOVE ZEROS TO WRK-QTDE-PARECERES.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE-INT =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CRD-VERIFICAR TO TRUE
                       MOVE WRK-PIN TO CRD-PIN
                       CALL 'PINHASH' USING CRD-AREA SEC-REGISTRO
                       IF CRD-ACEITO
                           MOVE 'S' TO WRK-PIN-SW
                           IF SEC-VALIDADE NOT NUMERIC OR
                              SEC-VALIDADE < WRK-DATA-HOJE-INT OR
                              SEC-TROCA-OBRIGATORIA
                               MOVE 'N' TO WRK-PIN-SW
                               DISPLAY 'PIN VENCIDO OU A TROCAR - '
                                   'TROQUE O PIN NO LOGIN DO CONTROLE '
                                   'DE ACESSO ANTES DE LANCAR NOTAS'
                           END-IF
                       END-IF
               END-READ
               CLOSE SECURITY-FILE
           END-IF.
           MOVE SPACES TO WRK-PIN CRD-PIN.
           OPEN INPUT STAFF-ROSTER.
           IF WRK-FS-STAFF = '00'
               MOVE WRK-USUARIO TO STAFF-USUARIO
               ACCEPT WRK-MATERIA FROM CONSOLE
               PERFORM 2100-VALIDAR-ATRIBUICAO THRU 2100-EXIT
               IF WRK-ATRIBUIDO
                   PERFORM 2200-VERIFICAR-TIPO-TURMA THRU 2200-EXIT
                   IF WRK-TURMA-DESCRITIVA
                       PERFORM 3500-LANCAR-PARECERES THRU 3500-EXIT
                   ELSE
                       PERFORM 3000-LANCAR-ALUNOS THRU 3000-EXIT
                   END-IF
               ELSE
                   DISPLAY 'LANCAMENTO RECUSADO - PROFESSOR NAO '
                       'ATRIBUIDO A ' WRK-TURMA ' / ' WRK-MATERIA
       2170-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE NO CLASS-MASTER SE A TURMA E DESCRITIVA; TURMA SEM
      * CADASTRO (OU MESTRE INDISPONIVEL) SEGUE AVALIADA POR NOTA
      *----------------------------------------------------------
       2200-VERIFICAR-TIPO-TURMA.
           MOVE 'N' TO WRK-DESCRITIVA-SW.
           OPEN INPUT CLASS-MASTER.
           IF WRK-FS-TURMAS = '00'
               MOVE WRK-TURMA TO CLASS-CODIGO
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
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ACEITA AS NOTAS DOS ALUNOS DA TURMA/MATERIA ATRIBUIDA,
      * UMA MATRICULA POR VEZ, ATE A MATRICULA ZERO
       3160-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TURMA DESCRITIVA: PEDE O BIMESTRE (ABERTO NO CONTROLE DE
      * PERIODO) E ACEITA O PARECER DE CADA ALUNO ATE A MATRICULA
      * ZERO. O CADASTRO PARECER E CRIADO NA PRIMEIRA SESSAO.
      *----------------------------------------------------------
       3500-LANCAR-PARECERES.
           DISPLAY 'TURMA DESCRITIVA - LANCAMENTO DE PARECER'.
           MOVE 'N' TO WRK-BIMESTRE-SW.
           PERFORM 3550-CAPTURAR-BIMESTRE THRU 3550-EXIT
               UNTIL WRK-BIMESTRE-VALIDO.
           OPEN I-O PARECER.
           IF WRK-FS-PARECER = '35'
               OPEN OUTPUT PARECER
               CLOSE PARECER
               OPEN I-O PARECER
           END-IF.
           IF WRK-FS-PARECER NOT = '00'
               DISPLAY 'CADASTRO DE PARECERES INDISPONIVEL - FS '
                   WRK-FS-PARECER
               GO TO 3500-EXIT
           END-IF.
           DISPLAY 'MATRICULA (0000000 PARA ENCERRAR A TURMA): '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           PERFORM 3150-VALIDAR-MATRICULA THRU 3150-EXIT.
           PERFORM 3600-LANCAR-UM-PARECER THRU 3600-EXIT
               UNTIL WRK-MATRICULA = ZEROS.
           CLOSE PARECER.
       3500-EXIT.
           EXIT.

       3550-CAPTURAR-BIMESTRE.
           DISPLAY 'BIMESTRE DO PARECER (1 A 4): '.
           ACCEPT WRK-BIMESTRE FROM CONSOLE.
           IF WRK-BIMESTRE < 1 OR WRK-BIMESTRE > 4
               DISPLAY 'BIMESTRE INVALIDO (' WRK-BIMESTRE ')'
               GO TO 3550-EXIT
           END-IF.
           IF WRK-BIM-STATUS (WRK-BIMESTRE) = 'F'
               DISPLAY 'BIMESTRE ' WRK-BIMESTRE ' FECHADO NO '
                   'CONTROLE DE PERIODO'
               GO TO 3550-EXIT
           END-IF.
           MOVE 'S' TO WRK-BIMESTRE-SW.
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UM PARECER: CONCEITO A/P/N DE CADA AREA DE COMPETENCIA E
      * ATE TRES LINHAS DE COMENTARIO; PARECER JA LANCADO PARA O
      * MESMO BIMESTRE E MATERIA E SUBSTITUIDO (REWRITE)
      *----------------------------------------------------------
       3600-LANCAR-UM-PARECER.
           MOVE WRK-ANO TO PAR-ANO.
           MOVE WRK-MATRICULA TO PAR-MATRICULA.
           MOVE WRK-BIMESTRE TO PAR-BIMESTRE.
           MOVE WRK-MATERIA TO PAR-MATERIA.
           MOVE 'N' TO WRK-PARECER-EXISTE-SW.
           READ PARECER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PARECER-EXISTE-SW
                   DISPLAY 'PARECER JA LANCADO NO BIMESTRE - SERA '
                       'SUBSTITUIDO'
           END-READ.
           MOVE WRK-TURMA TO PAR-TURMA.
           DISPLAY 'CONCEITO POR AREA (A=ATINGIDO P=EM PROCESSO '
               'N=NAO ATINGIDO)'.
           PERFORM 3700-CAPTURAR-CONCEITO THRU 3700-EXIT
               VARYING WRK-IDX-AREA FROM 1 BY 1
               UNTIL WRK-IDX-AREA > 5.
           DISPLAY 'COMENTARIOS (ATE 3 LINHAS, BRANCO PARA PULAR)'.
           PERFORM 3800-CAPTURAR-COMENTARIO THRU 3800-EXIT
               VARYING WRK-IDX-COMENTARIO FROM 1 BY 1
               UNTIL WRK-IDX-COMENTARIO > 3.
           MOVE WRK-USUARIO TO PAR-USUARIO.
           MOVE WRK-DATA-HOJE-INT TO PAR-DATA.
           IF WRK-PARECER-EXISTE
               REWRITE PAR-REGISTRO
           ELSE
               WRITE PAR-REGISTRO
           END-IF.
           IF WRK-FS-PARECER = '00'
               ADD 1 TO WRK-QTDE-PARECERES
               DISPLAY 'PARECER GRAVADO PARA A MATRICULA '
                   WRK-MATRICULA
           ELSE
               DISPLAY 'ERRO AO GRAVAR O PARECER - FS '
                   WRK-FS-PARECER
           END-IF.
           DISPLAY 'MATRICULA (0000000 PARA ENCERRAR A TURMA): '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           PERFORM 3150-VALIDAR-MATRICULA THRU 3150-EXIT.
       3600-EXIT.
           EXIT.

       3700-CAPTURAR-CONCEITO.
           DISPLAY WRK-AREA-NOME (WRK-IDX-AREA) ': '.
           ACCEPT WRK-CONCEITO-AUX FROM CONSOLE.
           PERFORM 3750-REVALIDAR-CONCEITO THRU 3750-EXIT
               UNTIL WRK-CONCEITO-VALIDO.
           MOVE WRK-CONCEITO-AUX TO PAR-CONCEITO (WRK-IDX-AREA).
       3700-EXIT.
           EXIT.

       3750-REVALIDAR-CONCEITO.
           DISPLAY 'CONCEITO INVALIDO (' WRK-CONCEITO-AUX
               ') - INFORME A, P OU N'.
           ACCEPT WRK-CONCEITO-AUX FROM CONSOLE.
       3750-EXIT.
           EXIT.

       3800-CAPTURAR-COMENTARIO.
           DISPLAY 'LINHA ' WRK-IDX-COMENTARIO ': '.
           ACCEPT PAR-COMENTARIO (WRK-IDX-COMENTARIO) FROM CONSOLE.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CAPTURA UMA NOTA E GARANTE QUE ELA ESTA NA FAIXA 00 A 10,
      * REPETINDO A SOLICITACAO ENQUANTO O VALOR FOR INVALIDO
               CLOSE GRADE-BATCH
           END-IF.
           DISPLAY 'NOTAS LANCADAS NA SESSAO: ' WRK-QTDE-LANCADAS.
           IF WRK-QTDE-PARECERES > ZEROS
               DISPLAY 'PARECERES LANCADOS NA SESSAO: '
                   WRK-QTDE-PARECERES
           END-IF.
       8000-EXIT.
           EXIT.
