       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB70.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Diario de avaliacoes do professor: o usuario
      *            autentica com o PIN do SECURITY-FILE e precisa ter
      *            nivel PROFESSOR no STAFF-ROSTER; turma e materia
      *            sao conferidas contra o TEACHER-ASSIGN (ou a
      *            janela do SUBSTITUTE-MASTER, mesma regra do
      *            PROGCOB27) e o bimestre precisa estar aberto no
      *            PERIOD-CONTROL. No diario o professor cadastra
      *            cada avaliacao do bimestre com o seu peso
      *            (ASSESSMENT-MASTER, copybook AVALREC), lanca a
      *            nota de cada aluno ativo da turma em cada
      *            avaliacao (ASSESSMENT-MARKS, copybook AVNTREC) e,
      *            no fechamento, o sistema apura a nota do bimestre
      *            (media ponderada pelos pesos, arredondada) e grava
      *            a linha GRADEBT6 para o PROGCOB06 da noite, com
      *            os bimestres anteriores ja postados no
      *            GRADE-HISTORY. Falta de qualquer nota bloqueia o
      *            fechamento da turma inteira. Acesso, recusas e
      *            fechamentos saem no AUDIT-LOG.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      PIN conferido pela rotina comum PINHASH
      *                    (hash com sal do SECURITY-FILE, sem PIN em
      *                    claro); PIN com troca obrigatoria e barrado
      *                    como o vencido, ate a troca no PROGCOB11.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-FILE ASSIGN TO "SECUSER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-USUARIO
               FILE STATUS IS WRK-FS-SECURITY.
           SELECT STAFF-ROSTER ASSIGN TO "STAFFROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-USUARIO
               FILE STATUS IS WRK-FS-STAFF.
           SELECT TEACHER-ASSIGN ASSIGN TO "TCHASSGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCH-CHAVE
               FILE STATUS IS WRK-FS-ATRIBUICAO.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
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
           SELECT OPTIONAL GRADE-HISTORY ASSIGN TO "GRADEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT GRADE-BATCH ASSIGN TO "GRADEBT6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTE.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT OPTIONAL PERIOD-CONTROL ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT OPTIONAL SUBSTITUTE-MASTER ASSIGN TO "SUBSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUBSTITUICAO.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECUSER.
       FD  STAFF-ROSTER
           LABEL RECORDS ARE STANDARD.
       COPY STAFFREC.
       FD  TEACHER-ASSIGN
           LABEL RECORDS ARE STANDARD.
       COPY TCHAREC REPLACING ==:PREFIXO:== BY ==TCH==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  ASSESSMENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY AVALREC REPLACING ==:PREFIXO:== BY ==AVL==.
       FD  ASSESSMENT-MARKS
           LABEL RECORDS ARE STANDARD.
       COPY AVNTREC REPLACING ==:PREFIXO:== BY ==AVN==.
       FD  GRADE-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY GRADEHST REPLACING ==:PREFIXO:== BY ==GH==.
       FD  GRADE-BATCH
           LABEL RECORDS ARE STANDARD.
       01  BATCH-REGISTRO.
           05 BATCH-MATRICULA      PIC 9(07).
           05 BATCH-MATERIA        PIC X(10).
           05 BATCH-N1              PIC 9(02).
           05 BATCH-N2              PIC 9(02).
           05 BATCH-N3              PIC 9(02).
           05 BATCH-N4              PIC 9(02).
           05 BATCH-USUARIO         PIC X(20).
           05 BATCH-TITULAR         PIC X(20).
       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       FD  PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD.
       COPY PERCTL REPLACING ==:PREFIXO:== BY ==PER==.
       FD  SUBSTITUTE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SUBSREC REPLACING ==:PREFIXO:== BY ==SUB==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-SECURITY PIC X(02) VALUE '00'.
       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-FS-ATRIBUICAO PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-AVALIACAO PIC X(02) VALUE '00'.
       77 WRK-FS-NOTA-AVAL PIC X(02) VALUE '00'.
       77 WRK-FS-HISTORICO PIC X(02) VALUE '00'.
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
       77 WRK-CONTINUAR-SW PIC X(01) VALUE 'S'.
           88 WRK-CONTINUAR VALUE 'S'.
           88 WRK-ENCERRAR VALUE 'N'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-AVALIACAO VALUE 'A'.
           88 WRK-OPCAO-NOTAS     VALUE 'N'.
           88 WRK-OPCAO-FECHAR    VALUE 'F'.
           88 WRK-OPCAO-SAIR      VALUE 'S'.
       77 WRK-RESULTADO-AUX PIC X(15) VALUE SPACES.
       77 WRK-DATA-HOJE-INT PIC 9(08) VALUE ZEROS.
       77 WRK-DIARIO-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-DIARIO-ABERTO VALUE 'S'.
      *---------------------------------------------------------
      * DIARIO EM USO: TURMA/MATERIA ATRIBUIDA AO PROFESSOR E
      * BIMESTRE ABERTO NO CONTROLE DE PERIODO
      *---------------------------------------------------------
       77 WRK-TURMA PIC X(06) VALUE SPACES.
       77 WRK-MATERIA PIC X(10) VALUE SPACES.
       77 WRK-BIMESTRE PIC 9(01) VALUE ZEROS.
       77 WRK-ATRIBUIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-ATRIBUIDO VALUE 'S'.
       77 WRK-DIARIO-OK-SW PIC X(01) VALUE 'N'.
           88 WRK-DIARIO-OK VALUE 'S'.
      *---------------------------------------------------------
      * CONTROLE DE PERIODO (COPYBOOK PERCTL): STATUS DOS QUATRO
      * BIMESTRES DO ANO; BIMESTRE SEM REGISTRO VALE ABERTO
      *---------------------------------------------------------
       77 WRK-FS-PERIODO PIC X(02) VALUE '00'.
       77 WRK-EOF-PERIODO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PERIODO VALUE 'Y'.
       01  WRK-PERIODOS-ANO VALUE 'AAAA'.
           05 WRK-BIM-STATUS PIC X(01) OCCURS 4 TIMES.
       77 WRK-BIM-ABERTOS PIC 9(01) VALUE 4.
       77 WRK-IDX-BIM PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------------
      * JANELA DE SUBSTITUICAO (COPYBOOK SUBSREC): O SUBSTITUTO
      * USA O DIARIO SO DENTRO DA JANELA DE DATAS, E O TITULAR
      * COBERTO VAI CARIMBADO NA LINHA DO LOTE
      *---------------------------------------------------------
       77 WRK-FS-SUBSTITUICAO PIC X(02) VALUE '00'.
       77 WRK-EOF-SUBST-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-SUBST VALUE 'Y'.
       77 WRK-SUBSTITUICAO-SW PIC X(01) VALUE 'N'.
           88 WRK-EM-SUBSTITUICAO VALUE 'S'.
       77 WRK-TITULAR-AUX PIC X(20) VALUE SPACES.
      *---------------------------------------------------------
      * AVALIACOES DE UM BIMESTRE DO DIARIO (ATE 20), COM A SOMA
      * DOS PESOS QUE DIVIDE A MEDIA PONDERADA
      *---------------------------------------------------------
       77 WRK-BIM-CALC PIC 9(01) VALUE ZEROS.
       77 WRK-EOF-AVALIACAO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-AVALIACAO VALUE 'Y'.
       77 WRK-QTDE-AVAL PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMA-SEQ PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-PESOS PIC 9(04) VALUE ZEROS.
       77 WRK-SEQ-BUSCA PIC 9(02) VALUE ZEROS.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-TIPO PIC X(01) VALUE SPACES.
           88 WRK-TIPO-VALIDO VALUE 'P' 'T' 'A'.
       77 WRK-PESO PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-AVALIACOES.
           05 WRK-AVAL-ITEM OCCURS 20 TIMES
                   INDEXED BY WRK-IDX-AVAL.
               10 WRK-AVAL-SEQUENCIA  PIC 9(02).
               10 WRK-AVAL-DESCRICAO  PIC X(30).
               10 WRK-AVAL-TIPO       PIC X(01).
               10 WRK-AVAL-PESO       PIC 9(02).
      *---------------------------------------------------------
      * NOTA DIGITADA NO CONSOLE (EX. 0650 = 6,50); EM BRANCO
      * MANTEM A NOTA JA LANCADA (OU A DEIXA PENDENTE)
      *---------------------------------------------------------
       01  WRK-NOTA-DIGITADA.
           05 WRK-NOTA-ENTRADA     PIC X(04).
           05 WRK-NOTA-VALOR REDEFINES WRK-NOTA-ENTRADA
                                   PIC 9(02)V99.
       77 WRK-NOTA-MAXIMA PIC 9(02)V99 VALUE 10,00.
       77 WRK-QTDE-NOTAS PIC 9(05) VALUE ZEROS.
       77 WRK-NOTA-EXISTE-SW PIC X(01) VALUE 'N'.
           88 WRK-NOTA-EXISTE VALUE 'S'.
      *---------------------------------------------------------
      * ALUNOS ATIVOS DA TURMA COM A NOTA DE CADA BIMESTRE: VINDA
      * DO GRADE-HISTORY (BIMESTRE ANTERIOR JA POSTADO) OU APURADA
      * DO DIARIO NO FECHAMENTO
      *---------------------------------------------------------
       77 WRK-EOF-MASTER-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-MASTER VALUE 'Y'.
       77 WRK-QTDE-ALUNOS PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-ALUNOS.
           05 WRK-ALUNO-ITEM OCCURS 80 TIMES
                   INDEXED BY WRK-IDX-ALUNO.
               10 WRK-ALUNO-MATRICULA PIC 9(07).
               10 WRK-ALUNO-NOME      PIC X(20).
               10 WRK-ALUNO-SOMA      PIC 9(05)V99.
               10 WRK-ALUNO-PENDENTE-SW PIC X(01).
                   88 WRK-ALUNO-PENDENTE VALUE 'S'.
               10 WRK-ALUNO-BIM OCCURS 4 TIMES.
                   15 WRK-ALUNO-BIM-SW   PIC X(01).
                       88 WRK-ALUNO-BIM-APURADO VALUE 'S'.
                   15 WRK-ALUNO-BIM-NOTA PIC 9(02).
      *---------------------------------------------------------
      * FECHAMENTO DO BIMESTRE: PENDENCIAS QUE BLOQUEIAM A
      * GRAVACAO E LEITURA DAS OPERACOES BIMESTRE-n DO HISTORICO
      *---------------------------------------------------------
       77 WRK-QTDE-PENDENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-FECHADOS PIC 9(05) VALUE ZEROS.
       77 WRK-EOF-HISTORICO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-HISTORICO VALUE 'Y'.
       01  WRK-GH-OPERACAO-LIDA.
           05 WRK-GH-OPER-PREFIXO  PIC X(09).
           05 WRK-GH-OPER-BIM      PIC 9(01).
           05 FILLER               PIC X(05).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1500-AUTENTICAR THRU 1500-EXIT.
           IF WRK-PIN-CONFIRMADO AND WRK-NIVEL-PROFESSOR
               MOVE 'PROFESSOR' TO WRK-RESULTADO-AUX
               PERFORM 5900-GRAVAR-AUDITORIA THRU 5900-EXIT
               PERFORM 1600-CARREGAR-PERIODOS THRU 1600-EXIT
               IF WRK-BIM-ABERTOS = ZEROS
                   DISPLAY 'DIARIO RECUSADO - TODOS OS BIMESTRES '
                       'DO ANO ESTAO FECHADOS NO CONTROLE DE '
                       'PERIODO'
                   MOVE 'PERIODO-FECHADO' TO WRK-RESULTADO-AUX
                   PERFORM 5900-GRAVAR-AUDITORIA THRU 5900-EXIT
               ELSE
                   PERFORM 1700-ABRIR-DIARIO THRU 1700-EXIT
                   IF WRK-DIARIO-ABERTO
                       PERFORM 2000-MENU THRU 2000-EXIT
                           UNTIL WRK-ENCERRAR
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ACESSO NEGADO - SOMENTE PROFESSOR '
                   'AUTENTICADO USA O DIARIO DE AVALIACOES'
               MOVE 'NAO AUTORIZADO' TO WRK-RESULTADO-AUX
               PERFORM 5900-GRAVAR-AUDITORIA THRU 5900-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      *----------------------------------------------------------
      * OBTEM A DATA E AS CREDENCIAIS DO PROFESSOR. OS CAMPOS DE
      * ESTADO SAO ZERADOS PORQUE O PROGRAMA E CHAMADO VARIAS
      * VEZES NA MESMA SESSAO DO PROGCOB11.
      *----------------------------------------------------------
       1000-INICIALIZAR.
           MOVE 'S' TO WRK-CONTINUAR-SW.
           MOVE 'N' TO WRK-PIN-SW.
           MOVE 'N' TO WRK-DIARIO-ABERTO-SW.
           MOVE ZEROS TO WRK-QTDE-NOTAS.
           MOVE ZEROS TO WRK-QTDE-FECHADOS.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE-INT =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           DISPLAY 'DIARIO DE AVALIACOES - PROFESSOR'.
           DISPLAY 'USUARIO .. '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'PIN ...'.
           ACCEPT WRK-PIN FROM CONSOLE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE O PIN CONTRA O SECURITY-FILE E O NIVEL PROFESSOR
      * CONTRA O STAFF-ROSTER (MESMAS CONFERENCIAS DO PROGCOB27)
      *----------------------------------------------------------
       1500-AUTENTICAR.
           MOVE 'N' TO WRK-PIN-SW.
           MOVE ZEROS TO WRK-NIVEL.
           OPEN INPUT SECURITY-FILE.
           IF WRK-FS-SECURITY = '00'
               MOVE WRK-USUARIO TO SEC-USUARIO
               READ SECURITY-FILE
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
                                   'DE ACESSO ANTES DE USAR O DIARIO'
                           END-IF
                       END-IF
               END-READ
               CLOSE SECURITY-FILE
           END-IF.
           MOVE SPACES TO WRK-PIN CRD-PIN.
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
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA O STATUS DOS BIMESTRES DO ANO DO PERIOD-CONTROL
      * (MESMA REGRA DO PROGCOB27: SEM REGISTRO, BIMESTRE ABERTO)
      *----------------------------------------------------------
       1600-CARREGAR-PERIODOS.
           MOVE 'AAAA' TO WRK-PERIODOS-ANO.
           MOVE 'N' TO WRK-EOF-PERIODO-SW.
           OPEN INPUT PERIOD-CONTROL.
           IF WRK-FS-PERIODO = '00'
               PERFORM 1650-LER-PERIODO THRU 1650-EXIT
                   UNTIL WRK-EOF-PERIODO
           END-IF.
           CLOSE PERIOD-CONTROL.
           MOVE ZEROS TO WRK-BIM-ABERTOS.
           PERFORM 1680-APURAR-ABERTOS THRU 1680-EXIT
               VARYING WRK-IDX-BIM FROM 1 BY 1
               UNTIL WRK-IDX-BIM > 4.
       1600-EXIT.
           EXIT.

       1650-LER-PERIODO.
           READ PERIOD-CONTROL
               AT END
                   MOVE 'Y' TO WRK-EOF-PERIODO-SW
               NOT AT END
                   IF PER-ANO = WRK-ANO AND
                      PER-BIMESTRE >= 1 AND PER-BIMESTRE <= 4
                       MOVE PER-STATUS TO
                           WRK-BIM-STATUS (PER-BIMESTRE)
                   END-IF
           END-READ.
       1650-EXIT.
           EXIT.

       1680-APURAR-ABERTOS.
           IF WRK-BIM-STATUS (WRK-IDX-BIM) NOT = 'F'
               ADD 1 TO WRK-BIM-ABERTOS
           END-IF.
       1680-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ABRE O CADASTRO DE AVALIACOES E AS NOTAS EM MODO I-O,
      * CRIANDO OS ARQUIVOS INDEXADOS NO PRIMEIRO USO (MESMO
      * PADRAO DO PROGCOB17)
      *----------------------------------------------------------
       1700-ABRIR-DIARIO.
           OPEN I-O ASSESSMENT-MASTER.
           IF WRK-FS-AVALIACAO = '35'
               OPEN OUTPUT ASSESSMENT-MASTER
               CLOSE ASSESSMENT-MASTER
               OPEN I-O ASSESSMENT-MASTER
           END-IF.
           OPEN I-O ASSESSMENT-MARKS.
           IF WRK-FS-NOTA-AVAL = '35'
               OPEN OUTPUT ASSESSMENT-MARKS
               CLOSE ASSESSMENT-MARKS
               OPEN I-O ASSESSMENT-MARKS
           END-IF.
           IF WRK-FS-AVALIACAO = '00' AND WRK-FS-NOTA-AVAL = '00'
               MOVE 'S' TO WRK-DIARIO-ABERTO-SW
           ELSE
               DISPLAY 'DIARIO INDISPONIVEL - AVALIACOES '
                   WRK-FS-AVALIACAO ' NOTAS ' WRK-FS-NOTA-AVAL
           END-IF.
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MENU DO DIARIO: A=CADASTRAR AVALIACAO N=LANCAR NOTAS
      * F=FECHAR O BIMESTRE (GERA O GRADEBT6) S=SAIR. TODA OPCAO
      * COMECA IDENTIFICANDO O DIARIO (TURMA/MATERIA/BIMESTRE)
      *----------------------------------------------------------
       2000-MENU.
           DISPLAY ' '.
           DISPLAY 'OPCAO (A=AVALIACAO N=NOTAS F=FECHAR BIMESTRE '
               'S=SAIR): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF WRK-OPCAO-SAIR
               MOVE 'N' TO WRK-CONTINUAR-SW
               GO TO 2000-EXIT
           END-IF.
           IF NOT (WRK-OPCAO-AVALIACAO OR WRK-OPCAO-NOTAS OR
                   WRK-OPCAO-FECHAR)
               DISPLAY 'OPCAO INVALIDA: ' WRK-OPCAO
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-IDENTIFICAR-DIARIO THRU 2100-EXIT.
           IF NOT WRK-DIARIO-OK
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WRK-OPCAO-AVALIACAO
                   PERFORM 3000-CADASTRAR-AVALIACAO THRU 3000-EXIT
               WHEN WRK-OPCAO-NOTAS
                   PERFORM 4000-LANCAR-NOTAS THRU 4000-EXIT
               WHEN WRK-OPCAO-FECHAR
                   PERFORM 5000-FECHAR-BIMESTRE THRU 5000-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TURMA E MATERIA CONFERIDAS CONTRA A ATRIBUICAO (OU A
      * SUBSTITUICAO) E BIMESTRE ABERTO NO CONTROLE DE PERIODO
      *----------------------------------------------------------
       2100-IDENTIFICAR-DIARIO.
           MOVE 'N' TO WRK-DIARIO-OK-SW.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'MATERIA: '.
           ACCEPT WRK-MATERIA FROM CONSOLE.
           DISPLAY 'BIMESTRE (1 A 4): '.
           ACCEPT WRK-BIMESTRE FROM CONSOLE.
           IF WRK-BIMESTRE < 1 OR WRK-BIMESTRE > 4
               DISPLAY 'BIMESTRE INVALIDO: ' WRK-BIMESTRE
               GO TO 2100-EXIT
           END-IF.
           IF WRK-BIM-STATUS (WRK-BIMESTRE) = 'F'
               DISPLAY 'DIARIO RECUSADO - BIMESTRE ' WRK-BIMESTRE
                   ' FECHADO NO CONTROLE DE PERIODO'
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-VALIDAR-ATRIBUICAO THRU 2200-EXIT.
           IF NOT WRK-ATRIBUIDO
               DISPLAY 'DIARIO RECUSADO - PROFESSOR NAO '
                   'ATRIBUIDO A ' WRK-TURMA ' / ' WRK-MATERIA
               MOVE 'ENTRADA-NEGADA' TO WRK-RESULTADO-AUX
               PERFORM 5900-GRAVAR-AUDITORIA THRU 5900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE 'S' TO WRK-DIARIO-OK-SW.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE A ATRIBUICAO USUARIO+TURMA+MATERIA NO MESTRE
      *----------------------------------------------------------
       2200-VALIDAR-ATRIBUICAO.
           MOVE 'N' TO WRK-ATRIBUIDO-SW.
           MOVE 'N' TO WRK-SUBSTITUICAO-SW.
           MOVE SPACES TO WRK-TITULAR-AUX.
           OPEN INPUT TEACHER-ASSIGN.
           IF WRK-FS-ATRIBUICAO = '00'
               MOVE WRK-USUARIO TO TCH-USUARIO
               MOVE WRK-TURMA TO TCH-TURMA
               MOVE WRK-MATERIA TO TCH-MATERIA
               READ TEACHER-ASSIGN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ATRIBUIDO-SW
               END-READ
               CLOSE TEACHER-ASSIGN
           ELSE
               DISPLAY 'MESTRE DE ATRIBUICAO INDISPONIVEL - FS '
                   WRK-FS-ATRIBUICAO
           END-IF.
           IF NOT WRK-ATRIBUIDO
               PERFORM 2250-VALIDAR-SUBSTITUICAO THRU 2250-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SEM ATRIBUICAO TITULAR, PROCURA UMA SUBSTITUICAO DO
      * USUARIO PARA A TURMA/MATERIA CUJA JANELA DE DATAS ALCANCE
      * O DIA DE HOJE (MESMA REGRA DO PROGCOB27)
      *----------------------------------------------------------
       2250-VALIDAR-SUBSTITUICAO.
           MOVE 'N' TO WRK-EOF-SUBST-SW.
           OPEN INPUT SUBSTITUTE-MASTER.
           IF WRK-FS-SUBSTITUICAO NOT = '00'
               MOVE 'Y' TO WRK-EOF-SUBST-SW
           END-IF.
           PERFORM 2270-CONFERIR-JANELA THRU 2270-EXIT
               UNTIL WRK-EOF-SUBST.
           CLOSE SUBSTITUTE-MASTER.
           IF WRK-EM-SUBSTITUICAO
               DISPLAY 'DIARIO AUTORIZADO POR SUBSTITUICAO - '
                   'TITULAR COBERTO: ' WRK-TITULAR-AUX
           END-IF.
       2250-EXIT.
           EXIT.

       2270-CONFERIR-JANELA.
           READ SUBSTITUTE-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-SUBST-SW
               NOT AT END
                   IF SUB-SUBSTITUTO = WRK-USUARIO AND
                      SUB-TURMA = WRK-TURMA AND
                      SUB-MATERIA = WRK-MATERIA AND
                      SUB-DATA-INICIO <= WRK-DATA-HOJE-INT AND
                      SUB-DATA-FIM >= WRK-DATA-HOJE-INT
                       MOVE 'S' TO WRK-ATRIBUIDO-SW
                       MOVE 'S' TO WRK-SUBSTITUICAO-SW
                       MOVE SUB-TITULAR TO WRK-TITULAR-AUX
                       MOVE 'Y' TO WRK-EOF-SUBST-SW
                   END-IF
           END-READ.
       2270-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CADASTRA UMA AVALIACAO NOVA NO BIMESTRE, COM A PROXIMA
      * SEQUENCIA LIVRE, DESCRICAO, TIPO E PESO
      *----------------------------------------------------------
       3000-CADASTRAR-AVALIACAO.
           MOVE WRK-BIMESTRE TO WRK-BIM-CALC.
           PERFORM 3100-CARREGAR-AVALIACOES THRU 3100-EXIT.
           PERFORM 3200-LISTAR-AVALIACOES THRU 3200-EXIT.
           IF WRK-QTDE-AVAL >= 20 OR WRK-ULTIMA-SEQ >= 99
               DISPLAY 'CADASTRO RECUSADO - LIMITE DE AVALIACOES '
                   'DO BIMESTRE ATINGIDO'
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WRK-DESCRICAO.
           PERFORM 3300-CAPTURAR-DESCRICAO THRU 3300-EXIT
               UNTIL WRK-DESCRICAO NOT = SPACES.
           MOVE SPACES TO WRK-TIPO.
           PERFORM 3320-CAPTURAR-TIPO THRU 3320-EXIT
               UNTIL WRK-TIPO-VALIDO.
           MOVE ZEROS TO WRK-PESO.
           PERFORM 3340-CAPTURAR-PESO THRU 3340-EXIT
               UNTIL WRK-PESO > ZEROS.
           MOVE WRK-ANO TO AVL-ANO.
           MOVE WRK-TURMA TO AVL-TURMA.
           MOVE WRK-MATERIA TO AVL-MATERIA.
           MOVE WRK-BIMESTRE TO AVL-BIMESTRE.
           COMPUTE AVL-SEQUENCIA = WRK-ULTIMA-SEQ + 1.
           MOVE WRK-DESCRICAO TO AVL-DESCRICAO.
           MOVE WRK-TIPO TO AVL-TIPO.
           MOVE WRK-PESO TO AVL-PESO.
           MOVE WRK-USUARIO TO AVL-USUARIO.
           MOVE WRK-DATA-HOJE-INT TO AVL-DATA.
           WRITE AVL-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A AVALIACAO - FS '
                       WRK-FS-AVALIACAO
               NOT INVALID KEY
                   DISPLAY 'AVALIACAO ' AVL-SEQUENCIA
                       ' CADASTRADA NO BIMESTRE ' WRK-BIMESTRE
           END-WRITE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA AS AVALIACOES DA TURMA/MATERIA NO BIMESTRE
      * WRK-BIM-CALC DO ANO CORRENTE (START NA CHAVE PARCIAL E
      * LEITURA ATE MUDAR O BIMESTRE)
      *----------------------------------------------------------
       3100-CARREGAR-AVALIACOES.
           MOVE ZEROS TO WRK-QTDE-AVAL.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE ZEROS TO WRK-SOMA-PESOS.
           MOVE 'N' TO WRK-EOF-AVALIACAO-SW.
           MOVE WRK-ANO TO AVL-ANO.
           MOVE WRK-TURMA TO AVL-TURMA.
           MOVE WRK-MATERIA TO AVL-MATERIA.
           MOVE WRK-BIM-CALC TO AVL-BIMESTRE.
           MOVE ZEROS TO AVL-SEQUENCIA.
           START ASSESSMENT-MASTER KEY NOT < AVL-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-AVALIACAO-SW
           END-START.
           PERFORM 3150-LER-AVALIACAO THRU 3150-EXIT
               UNTIL WRK-EOF-AVALIACAO.
       3100-EXIT.
           EXIT.

       3150-LER-AVALIACAO.
           READ ASSESSMENT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-AVALIACAO-SW
               NOT AT END
                   IF AVL-ANO NOT = WRK-ANO OR
                      AVL-TURMA NOT = WRK-TURMA OR
                      AVL-MATERIA NOT = WRK-MATERIA OR
                      AVL-BIMESTRE NOT = WRK-BIM-CALC
                       MOVE 'Y' TO WRK-EOF-AVALIACAO-SW
                   ELSE
                       MOVE AVL-SEQUENCIA TO WRK-ULTIMA-SEQ
                       IF WRK-QTDE-AVAL < 20
                           ADD 1 TO WRK-QTDE-AVAL
                           MOVE AVL-SEQUENCIA TO
                               WRK-AVAL-SEQUENCIA (WRK-QTDE-AVAL)
                           MOVE AVL-DESCRICAO TO
                               WRK-AVAL-DESCRICAO (WRK-QTDE-AVAL)
                           MOVE AVL-TIPO TO
                               WRK-AVAL-TIPO (WRK-QTDE-AVAL)
                           MOVE AVL-PESO TO
                               WRK-AVAL-PESO (WRK-QTDE-AVAL)
                           ADD AVL-PESO TO WRK-SOMA-PESOS
                       END-IF
                   END-IF
           END-READ.
       3150-EXIT.
           EXIT.

       3200-LISTAR-AVALIACOES.
           IF WRK-QTDE-AVAL = ZEROS
               DISPLAY 'NENHUMA AVALIACAO CADASTRADA NO BIMESTRE '
                   WRK-BIM-CALC
           ELSE
               DISPLAY 'AVALIACOES DO BIMESTRE ' WRK-BIM-CALC
                   ' (SEQ TIPO PESO DESCRICAO):'
               PERFORM 3250-LISTAR-UMA THRU 3250-EXIT
                   VARYING WRK-IDX-AVAL FROM 1 BY 1
                   UNTIL WRK-IDX-AVAL > WRK-QTDE-AVAL
           END-IF.
       3200-EXIT.
           EXIT.

       3250-LISTAR-UMA.
           DISPLAY '  ' WRK-AVAL-SEQUENCIA (WRK-IDX-AVAL) '  '
               WRK-AVAL-TIPO (WRK-IDX-AVAL) '  '
               WRK-AVAL-PESO (WRK-IDX-AVAL) '  '
               WRK-AVAL-DESCRICAO (WRK-IDX-AVAL).
       3250-EXIT.
           EXIT.

       3300-CAPTURAR-DESCRICAO.
           DISPLAY 'DESCRICAO DA AVALIACAO (OBRIGATORIA): '.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
       3300-EXIT.
           EXIT.

       3320-CAPTURAR-TIPO.
           DISPLAY 'TIPO (P=PROVA T=TRABALHO A=PARTICIPACAO): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
       3320-EXIT.
           EXIT.

       3340-CAPTURAR-PESO.
           DISPLAY 'PESO NA NOTA DO BIMESTRE (01 A 99): '.
           ACCEPT WRK-PESO FROM CONSOLE.
       3340-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LANCA AS NOTAS DE UMA AVALIACAO: CADA ALUNO ATIVO DA
      * TURMA E APRESENTADO COM A NOTA JA LANCADA; EM BRANCO
      * MANTEM, VALOR NOVO GRAVA OU REGRAVA A NOTA
      *----------------------------------------------------------
       4000-LANCAR-NOTAS.
           MOVE WRK-BIMESTRE TO WRK-BIM-CALC.
           PERFORM 3100-CARREGAR-AVALIACOES THRU 3100-EXIT.
           PERFORM 3200-LISTAR-AVALIACOES THRU 3200-EXIT.
           IF WRK-QTDE-AVAL = ZEROS
               DISPLAY 'CADASTRE A AVALIACAO ANTES DE LANCAR NOTAS'
               GO TO 4000-EXIT
           END-IF.
           DISPLAY 'SEQUENCIA DA AVALIACAO: '.
           ACCEPT WRK-SEQ-BUSCA FROM CONSOLE.
           SET WRK-IDX-AVAL TO 1.
           SEARCH WRK-AVAL-ITEM
               AT END
                   DISPLAY 'AVALIACAO NAO CADASTRADA: '
                       WRK-SEQ-BUSCA
                   GO TO 4000-EXIT
               WHEN WRK-IDX-AVAL > WRK-QTDE-AVAL
                   DISPLAY 'AVALIACAO NAO CADASTRADA: '
                       WRK-SEQ-BUSCA
                   GO TO 4000-EXIT
               WHEN WRK-AVAL-SEQUENCIA (WRK-IDX-AVAL) = WRK-SEQ-BUSCA
                   DISPLAY 'NOTAS DE: '
                       WRK-AVAL-DESCRICAO (WRK-IDX-AVAL)
           END-SEARCH.
           PERFORM 4100-CARREGAR-ALUNOS THRU 4100-EXIT.
           IF WRK-QTDE-ALUNOS = ZEROS
               DISPLAY 'TURMA SEM ALUNO ATIVO: ' WRK-TURMA
               GO TO 4000-EXIT
           END-IF.
           DISPLAY 'NOTA DE 0000 A 1000 (EX. 0650 = 6,50); EM '
               'BRANCO MANTEM A NOTA ATUAL'.
           PERFORM 4200-LANCAR-UMA-NOTA THRU 4200-EXIT
               VARYING WRK-IDX-ALUNO FROM 1 BY 1
               UNTIL WRK-IDX-ALUNO > WRK-QTDE-ALUNOS.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA OS ALUNOS ATIVOS DA TURMA DO STUDENT-MASTER
      * (MESMA LEITURA DA CHAMADA DO PROGCOB67)
      *----------------------------------------------------------
       4100-CARREGAR-ALUNOS.
           MOVE ZEROS TO WRK-QTDE-ALUNOS.
           MOVE 'N' TO WRK-EOF-MASTER-SW.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL - FS '
                   WRK-FS-MASTER
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4150-LER-ALUNO THRU 4150-EXIT
               UNTIL WRK-EOF-MASTER.
           CLOSE STUDENT-MASTER.
       4100-EXIT.
           EXIT.

       4150-LER-ALUNO.
           READ STUDENT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-MASTER-SW
               NOT AT END
                   IF SM-TURMA = WRK-TURMA AND SM-ATIVO
                       IF WRK-QTDE-ALUNOS < 80
                           ADD 1 TO WRK-QTDE-ALUNOS
                           INITIALIZE
                               WRK-ALUNO-ITEM (WRK-QTDE-ALUNOS)
                           MOVE SM-MATRICULA TO
                               WRK-ALUNO-MATRICULA (WRK-QTDE-ALUNOS)
                           MOVE SM-NOME TO
                               WRK-ALUNO-NOME (WRK-QTDE-ALUNOS)
                       ELSE
                           DISPLAY 'ATENCAO - TABELA DA TURMA '
                               'CHEIA, ALUNO FORA DO DIARIO: '
                               SM-MATRICULA
                       END-IF
                   END-IF
           END-READ.
       4150-EXIT.
           EXIT.

       4200-LANCAR-UMA-NOTA.
           PERFORM 4300-MONTAR-CHAVE-NOTA THRU 4300-EXIT.
           READ ASSESSMENT-MARKS
               INVALID KEY
                   DISPLAY WRK-ALUNO-MATRICULA (WRK-IDX-ALUNO) ' '
                       WRK-ALUNO-NOME (WRK-IDX-ALUNO)
                       ' (SEM NOTA): '
                   MOVE 'N' TO WRK-NOTA-EXISTE-SW
               NOT INVALID KEY
                   DISPLAY WRK-ALUNO-MATRICULA (WRK-IDX-ALUNO) ' '
                       WRK-ALUNO-NOME (WRK-IDX-ALUNO)
                       ' (ATUAL ' AVN-NOTA '): '
                   MOVE 'S' TO WRK-NOTA-EXISTE-SW
           END-READ.
           MOVE SPACES TO WRK-NOTA-ENTRADA.
           ACCEPT WRK-NOTA-ENTRADA FROM CONSOLE.
           PERFORM 4250-REVALIDAR-NOTA THRU 4250-EXIT
               UNTIL WRK-NOTA-ENTRADA = SPACES OR
                     (WRK-NOTA-ENTRADA NUMERIC AND
                      WRK-NOTA-VALOR <= WRK-NOTA-MAXIMA).
           IF WRK-NOTA-ENTRADA = SPACES
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4300-MONTAR-CHAVE-NOTA THRU 4300-EXIT.
           MOVE WRK-NOTA-VALOR TO AVN-NOTA.
           MOVE WRK-USUARIO TO AVN-USUARIO.
           MOVE WRK-DATA-HOJE-INT TO AVN-DATA.
           IF WRK-NOTA-EXISTE
               REWRITE AVN-REGISTRO
           ELSE
               WRITE AVN-REGISTRO
           END-IF.
           IF WRK-FS-NOTA-AVAL = '00'
               ADD 1 TO WRK-QTDE-NOTAS
           ELSE
               DISPLAY 'ERRO AO GRAVAR A NOTA - FS ' WRK-FS-NOTA-AVAL
           END-IF.
       4200-EXIT.
           EXIT.

       4250-REVALIDAR-NOTA.
           DISPLAY 'NOTA INVALIDA (' WRK-NOTA-ENTRADA
               ') - INFORME DE 0000 A 1000 OU BRANCO'.
           MOVE SPACES TO WRK-NOTA-ENTRADA.
           ACCEPT WRK-NOTA-ENTRADA FROM CONSOLE.
       4250-EXIT.
           EXIT.

       4300-MONTAR-CHAVE-NOTA.
           MOVE WRK-ANO TO AVN-ANO.
           MOVE WRK-TURMA TO AVN-TURMA.
           MOVE WRK-MATERIA TO AVN-MATERIA.
           MOVE WRK-BIMESTRE TO AVN-BIMESTRE.
           MOVE WRK-SEQ-BUSCA TO AVN-SEQUENCIA.
           MOVE WRK-ALUNO-MATRICULA (WRK-IDX-ALUNO) TO AVN-MATRICULA.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHAMENTO DO BIMESTRE: APURA A NOTA DE CADA ALUNO ATIVO
      * (BIMESTRES ANTERIORES DO GRADE-HISTORY OU DO PROPRIO
      * DIARIO) E, SEM NENHUMA PENDENCIA, GRAVA AS LINHAS GRADEBT6
      * DA TURMA. QUALQUER NOTA FALTANDO BLOQUEIA A TURMA INTEIRA.
      *----------------------------------------------------------
       5000-FECHAR-BIMESTRE.
           PERFORM 4100-CARREGAR-ALUNOS THRU 4100-EXIT.
           IF WRK-QTDE-ALUNOS = ZEROS
               DISPLAY 'FECHAMENTO RECUSADO - TURMA SEM ALUNO '
                   'ATIVO: ' WRK-TURMA
               GO TO 5000-EXIT
           END-IF.
           MOVE WRK-BIMESTRE TO WRK-BIM-CALC.
           PERFORM 3100-CARREGAR-AVALIACOES THRU 3100-EXIT.
           IF WRK-QTDE-AVAL = ZEROS
               DISPLAY 'FECHAMENTO RECUSADO - NENHUMA AVALIACAO '
                   'CADASTRADA NO BIMESTRE ' WRK-BIMESTRE
               GO TO 5000-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-PENDENCIAS.
           IF WRK-BIMESTRE > 1
               PERFORM 5100-CARREGAR-HISTORICO THRU 5100-EXIT
           END-IF.
           PERFORM 5300-APURAR-BIMESTRE THRU 5300-EXIT
               VARYING WRK-BIM-CALC FROM 1 BY 1
               UNTIL WRK-BIM-CALC > WRK-BIMESTRE.
           IF WRK-QTDE-PENDENCIAS > ZEROS
               DISPLAY 'FECHAMENTO BLOQUEADO - ' WRK-QTDE-PENDENCIAS
                   ' PENDENCIA(S) DE NOTA; NADA FOI GRAVADO NO LOTE'
               MOVE 'FECHAM-BLOQUEAD' TO WRK-RESULTADO-AUX
               PERFORM 5900-GRAVAR-AUDITORIA THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5600-GRAVAR-LOTE THRU 5600-EXIT.
           MOVE 'FECHAM-BIMESTRE' TO WRK-RESULTADO-AUX.
           PERFORM 5900-GRAVAR-AUDITORIA THRU 5900-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TRAZ DO GRADE-HISTORY AS NOTAS DOS BIMESTRES ANTERIORES JA
      * POSTADAS PELO PROGCOB06 (OPERACAO BIMESTRE-n DO ANO NA
      * MATERIA); A ULTIMA LINHA LIDA PREVALECE
      *----------------------------------------------------------
       5100-CARREGAR-HISTORICO.
           MOVE 'N' TO WRK-EOF-HISTORICO-SW.
           OPEN INPUT GRADE-HISTORY.
           IF WRK-FS-HISTORICO NOT = '00'
               MOVE 'Y' TO WRK-EOF-HISTORICO-SW
           END-IF.
           PERFORM 5150-LER-HISTORICO THRU 5150-EXIT
               UNTIL WRK-EOF-HISTORICO.
           CLOSE GRADE-HISTORY.
       5100-EXIT.
           EXIT.

       5150-LER-HISTORICO.
           READ GRADE-HISTORY
               AT END
                   MOVE 'Y' TO WRK-EOF-HISTORICO-SW
                   GO TO 5150-EXIT
           END-READ.
           IF GH-ANO NOT = WRK-ANO OR GH-MATERIA NOT = WRK-MATERIA
               GO TO 5150-EXIT
           END-IF.
           MOVE GH-OPERACAO TO WRK-GH-OPERACAO-LIDA.
           IF WRK-GH-OPER-PREFIXO NOT = 'BIMESTRE-' OR
              WRK-GH-OPER-BIM NOT NUMERIC
               GO TO 5150-EXIT
           END-IF.
           IF WRK-GH-OPER-BIM < 1 OR
              WRK-GH-OPER-BIM NOT < WRK-BIMESTRE
               GO TO 5150-EXIT
           END-IF.
           SET WRK-IDX-ALUNO TO 1.
           SEARCH WRK-ALUNO-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-ALUNO > WRK-QTDE-ALUNOS
                   CONTINUE
               WHEN WRK-ALUNO-MATRICULA (WRK-IDX-ALUNO) =
                       GH-MATRICULA
                   MOVE 'S' TO WRK-ALUNO-BIM-SW
                       (WRK-IDX-ALUNO, WRK-GH-OPER-BIM)
                   MOVE GH-RESULTADO TO WRK-ALUNO-BIM-NOTA
                       (WRK-IDX-ALUNO, WRK-GH-OPER-BIM)
           END-SEARCH.
       5150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * APURA DO DIARIO O BIMESTRE WRK-BIM-CALC PARA OS ALUNOS QUE
      * AINDA NAO TEM A NOTA (O BIMESTRE FECHADO AGORA E SEMPRE
      * APURADO). BIMESTRE ANTERIOR SEM HISTORICO E SEM AVALIACAO
      * NO DIARIO CONTA COMO PENDENCIA DO ALUNO.
      *----------------------------------------------------------
       5300-APURAR-BIMESTRE.
           PERFORM 3100-CARREGAR-AVALIACOES THRU 3100-EXIT.
           PERFORM 5400-APURAR-ALUNO THRU 5400-EXIT
               VARYING WRK-IDX-ALUNO FROM 1 BY 1
               UNTIL WRK-IDX-ALUNO > WRK-QTDE-ALUNOS.
       5300-EXIT.
           EXIT.

       5400-APURAR-ALUNO.
           IF WRK-BIM-CALC < WRK-BIMESTRE AND
              WRK-ALUNO-BIM-APURADO (WRK-IDX-ALUNO, WRK-BIM-CALC)
               GO TO 5400-EXIT
           END-IF.
           IF WRK-QTDE-AVAL = ZEROS OR WRK-SOMA-PESOS = ZEROS
               ADD 1 TO WRK-QTDE-PENDENCIAS
               DISPLAY 'PENDENTE - MATRICULA '
                   WRK-ALUNO-MATRICULA (WRK-IDX-ALUNO)
                   ' SEM NOTA DO BIMESTRE ' WRK-BIM-CALC
                   ' NO HISTORICO NEM NO DIARIO'
               GO TO 5400-EXIT
           END-IF.
           MOVE ZEROS TO WRK-ALUNO-SOMA (WRK-IDX-ALUNO).
           MOVE 'N' TO WRK-ALUNO-PENDENTE-SW (WRK-IDX-ALUNO).
           PERFORM 5450-SOMAR-AVALIACAO THRU 5450-EXIT
               VARYING WRK-IDX-AVAL FROM 1 BY 1
               UNTIL WRK-IDX-AVAL > WRK-QTDE-AVAL.
           IF NOT WRK-ALUNO-PENDENTE (WRK-IDX-ALUNO)
               COMPUTE WRK-ALUNO-BIM-NOTA
                   (WRK-IDX-ALUNO, WRK-BIM-CALC) ROUNDED =
                   WRK-ALUNO-SOMA (WRK-IDX-ALUNO) / WRK-SOMA-PESOS
               MOVE 'S' TO WRK-ALUNO-BIM-SW
                   (WRK-IDX-ALUNO, WRK-BIM-CALC)
           END-IF.
       5400-EXIT.
           EXIT.

       5450-SOMAR-AVALIACAO.
           MOVE WRK-ANO TO AVN-ANO.
           MOVE WRK-TURMA TO AVN-TURMA.
           MOVE WRK-MATERIA TO AVN-MATERIA.
           MOVE WRK-BIM-CALC TO AVN-BIMESTRE.
           MOVE WRK-AVAL-SEQUENCIA (WRK-IDX-AVAL) TO AVN-SEQUENCIA.
           MOVE WRK-ALUNO-MATRICULA (WRK-IDX-ALUNO) TO AVN-MATRICULA.
           READ ASSESSMENT-MARKS
               INVALID KEY
                   ADD 1 TO WRK-QTDE-PENDENCIAS
                   MOVE 'S' TO WRK-ALUNO-PENDENTE-SW (WRK-IDX-ALUNO)
                   DISPLAY 'PENDENTE - MATRICULA '
                       WRK-ALUNO-MATRICULA (WRK-IDX-ALUNO)
                       ' BIMESTRE ' WRK-BIM-CALC ' SEM NOTA EM '
                       WRK-AVAL-DESCRICAO (WRK-IDX-AVAL)
               NOT INVALID KEY
                   COMPUTE WRK-ALUNO-SOMA (WRK-IDX-ALUNO) =
                       WRK-ALUNO-SOMA (WRK-IDX-ALUNO) +
                       AVN-NOTA * WRK-AVAL-PESO (WRK-IDX-AVAL)
           END-READ.
       5450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA A LINHA GRADEBT6 DE CADA ALUNO COM AS NOTAS DO
      * PRIMEIRO AO BIMESTRE FECHADO (AS SEGUINTES FICAM EM BRANCO,
      * CONVENCAO DO LANCAMENTO PARCIAL DO PROGCOB06). O LOTE E
      * ABERTO EM EXTEND, COMO NO PROGCOB27.
      *----------------------------------------------------------
       5600-GRAVAR-LOTE.
           OPEN EXTEND GRADE-BATCH.
           IF WRK-FS-LOTE = '35'
               OPEN OUTPUT GRADE-BATCH
           END-IF.
           PERFORM 5650-GRAVAR-ALUNO THRU 5650-EXIT
               VARYING WRK-IDX-ALUNO FROM 1 BY 1
               UNTIL WRK-IDX-ALUNO > WRK-QTDE-ALUNOS.
           CLOSE GRADE-BATCH.
           DISPLAY 'BIMESTRE ' WRK-BIMESTRE ' FECHADO - '
               WRK-QTDE-ALUNOS ' LINHA(S) GRAVADAS NO GRADEBT6'.
       5600-EXIT.
           EXIT.

       5650-GRAVAR-ALUNO.
           MOVE SPACES TO BATCH-REGISTRO.
           MOVE WRK-ALUNO-MATRICULA (WRK-IDX-ALUNO) TO BATCH-MATRICULA.
           MOVE WRK-MATERIA TO BATCH-MATERIA.
           MOVE WRK-ALUNO-BIM-NOTA (WRK-IDX-ALUNO, 1) TO BATCH-N1.
           IF WRK-BIMESTRE >= 2
               MOVE WRK-ALUNO-BIM-NOTA (WRK-IDX-ALUNO, 2) TO BATCH-N2
           END-IF.
           IF WRK-BIMESTRE >= 3
               MOVE WRK-ALUNO-BIM-NOTA (WRK-IDX-ALUNO, 3) TO BATCH-N3
           END-IF.
           IF WRK-BIMESTRE >= 4
               MOVE WRK-ALUNO-BIM-NOTA (WRK-IDX-ALUNO, 4) TO BATCH-N4
           END-IF.
           MOVE WRK-USUARIO TO BATCH-USUARIO.
           IF WRK-EM-SUBSTITUICAO
               MOVE WRK-TITULAR-AUX TO BATCH-TITULAR
           END-IF.
           WRITE BATCH-REGISTRO.
           ADD 1 TO WRK-QTDE-FECHADOS.
       5650-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA O EVENTO NO MESMO AUDIT-LOG DO PROGCOB11
      *----------------------------------------------------------
       5900-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-FS-AUDIT = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE WRK-USUARIO TO AUDIT-USUARIO.
           MOVE WRK-ANO TO AUDIT-ANO.
           MOVE WRK-MES TO AUDIT-MES.
           MOVE WRK-DIA TO AUDIT-DIA.
           MOVE WRK-NIVEL TO AUDIT-NIVEL.
           MOVE WRK-RESULTADO-AUX TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDIT-LOG.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA O DIARIO E APRESENTA OS TOTAIS DA SESSAO
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-DIARIO-ABERTO
               CLOSE ASSESSMENT-MASTER
               CLOSE ASSESSMENT-MARKS
           END-IF.
           DISPLAY 'NOTAS DE AVALIACAO LANCADAS NA SESSAO: '
               WRK-QTDE-NOTAS.
           DISPLAY 'LINHAS GRAVADAS NO GRADEBT6: ' WRK-QTDE-FECHADOS.
       8000-EXIT.
           EXIT.
