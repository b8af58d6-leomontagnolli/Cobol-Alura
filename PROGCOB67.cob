       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB67.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Chamada por aula feita pelo proprio professor: o
      *            usuario autentica com o PIN do SECURITY-FILE e
      *            precisa ter nivel PROFESSOR no STAFF-ROSTER; a
      *            turma e o periodo informados sao procurados no
      *            quadro de horarios TIMETABLE-MASTER (copybook
      *            TTBLREC) para o dia da semana de hoje, o que da a
      *            materia da aula, e o professor precisa ser o do
      *            quadro (ou o SUBSTITUTO dentro da janela do
      *            SUBSTITUTE-MASTER, mesma regra do PROGCOB27).
      *            Aula confirmada, os alunos ATIVOS da turma sao
      *            listados do STUDENT-MASTER, o professor informa
      *            so as matriculas ausentes e cada aluno vira uma
      *            linha P/F no arquivo de chamada ROLL-CALL
      *            (copybook CHAMREC), aplicado na noite pelo
      *            PROGCOB68 ao mestre de frequencia por materia.
      *            Aula ja chamada no dia e recusada; acesso e
      *            recusas saem no AUDIT-LOG.
      *            Aula de reposicao: turma/periodo fora do quadro de
      *            hoje entram pela reposicao, com a materia
      *            informada e conferida no quadro da turma, quando
      *            hoje e dia de REPOSICAO no calendario HOLCAL
      *            (inclusive sabado) ou quando um COORDENADOR
      *            autoriza a aula extra com o proprio PIN.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Registro de conteudo: gravada a chamada, o
      *                    professor informa o conteudo ministrado na
      *                    aula, que vai para o CONTENT-LOG (copybook
      *                    CONTREC, so anexado) com a data, a aula, o
      *                    usuario e -- em substituicao -- o titular
      *                    coberto. E a base do PROGCOB69, que confere
      *                    as aulas dadas contra a grade curricular.
      * 15/10/2026 LL      PIN conferido pela rotina comum PINHASH
      *                    (hash com sal do SECURITY-FILE, sem PIN em
      *                    claro); PIN com troca obrigatoria e barrado
      *                    como o vencido, ate a troca no PROGCOB11.
      * 15/10/2026 LL      Aula de reposicao e aula extra chegam ao
      *                    CONTENT-LOG: dia de REPOSICAO do HOLCAL
      *                    (sabado inclusive) ou aula extra autorizada
      *                    pelo PIN de um COORDENADOR aceitam turma e
      *                    materia fora do quadro do dia de hoje.
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
           SELECT TIMETABLE-MASTER ASSIGN TO "TTBLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-QUADRO.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT OPTIONAL ROLL-CALL ASSIGN TO "CHAMADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHAMADA.
           SELECT CONTENT-LOG ASSIGN TO "CONTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTEUDO.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT OPTIONAL SUBSTITUTE-MASTER ASSIGN TO "SUBSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUBSTITUICAO.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALENDARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECUSER.
       FD  STAFF-ROSTER
           LABEL RECORDS ARE STANDARD.
       COPY STAFFREC.
       FD  TIMETABLE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TTBLREC REPLACING ==:PREFIXO:== BY ==TT==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  ROLL-CALL
           LABEL RECORDS ARE STANDARD.
       COPY CHAMREC REPLACING ==:PREFIXO:== BY ==CHM==.
       FD  CONTENT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY CONTREC REPLACING ==:PREFIXO:== BY ==CNT==.
       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       FD  SUBSTITUTE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SUBSREC REPLACING ==:PREFIXO:== BY ==SUB==.
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALREC REPLACING ==:PREFIXO:== BY ==CAL==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-SECURITY PIC X(02) VALUE '00'.
       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-FS-QUADRO PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-CHAMADA PIC X(02) VALUE '00'.
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
       77 WRK-RESULTADO-AUX PIC X(15) VALUE SPACES.
       77 WRK-DATA-HOJE-INT PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-JULIANA PIC 9(08) VALUE ZEROS.
       77 WRK-DV-VALIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-DV-VALIDO VALUE 'S'.
       77 WRK-MATRICULA PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-CHAMADAS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * AULA DA CHAMADA: TURMA E PERIODO INFORMADOS, MATERIA E
      * PROFESSOR DO QUADRO DE HORARIOS PARA O DIA DE HOJE
      *---------------------------------------------------------
       77 WRK-TURMA PIC X(06) VALUE SPACES.
       77 WRK-PERIODO PIC 9(02) VALUE ZEROS.
       77 WRK-MATERIA PIC X(10) VALUE SPACES.
       77 WRK-PROFESSOR-AULA PIC X(20) VALUE SPACES.
       77 WRK-EOF-QUADRO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-QUADRO VALUE 'Y'.
       77 WRK-AULA-SW PIC X(01) VALUE 'N'.
           88 WRK-AULA-ACHADA VALUE 'S'.
       77 WRK-ATRIBUIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-ATRIBUIDO VALUE 'S'.
       77 WRK-EOF-CHAMADA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CHAMADA VALUE 'Y'.
       77 WRK-REPETIDA-SW PIC X(01) VALUE 'N'.
           88 WRK-CHAMADA-REPETIDA VALUE 'S'.
      *---------------------------------------------------------
      * JANELA DE SUBSTITUICAO (COPYBOOK SUBSREC): O SUBSTITUTO
      * FAZ A CHAMADA SO DENTRO DA JANELA DE DATAS DA COBERTURA
      *---------------------------------------------------------
       77 WRK-FS-SUBSTITUICAO PIC X(02) VALUE '00'.
       77 WRK-EOF-SUBST-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-SUBST VALUE 'Y'.
       77 WRK-SUBSTITUICAO-SW PIC X(01) VALUE 'N'.
           88 WRK-EM-SUBSTITUICAO VALUE 'S'.
      *---------------------------------------------------------
      * AULA DE REPOSICAO: DIA DE REPOSICAO NO CALENDARIO HOLCAL
      * (COPYBOOK CALREC, MESMO TESTE DO LEGALCHK) OU AULA EXTRA
      * AUTORIZADA PELO PIN DE UM COORDENADOR
      *---------------------------------------------------------
       77 WRK-FS-CALENDARIO PIC X(02) VALUE '00'.
       77 WRK-EOF-CAL-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CAL VALUE 'Y'.
       77 WRK-MMDD-HOJE PIC 9(04) VALUE ZEROS.
       77 WRK-REPOSICAO-SW PIC X(01) VALUE 'N'.
           88 WRK-E-REPOSICAO VALUE 'S'.
       77 WRK-EXTRA-SW PIC X(01) VALUE 'N'.
           88 WRK-AULA-EXTRA VALUE 'S'.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
       77 WRK-COORDENADOR PIC X(20) VALUE SPACES.
       77 WRK-COORD-SW PIC X(01) VALUE 'N'.
           88 WRK-COORD-AUTORIZOU VALUE 'S'.
      *---------------------------------------------------------
      * REGISTRO DE CONTEUDO DA AULA (COPYBOOK CONTREC)
      *---------------------------------------------------------
       77 WRK-FS-CONTEUDO PIC X(02) VALUE '00'.
       77 WRK-CONTEUDO PIC X(60) VALUE SPACES.
      *---------------------------------------------------------
      * ALUNOS ATIVOS DA TURMA, COM A PRESENCA DA AULA (TODOS
      * COMECAM PRESENTES; O PROFESSOR INFORMA SO OS AUSENTES)
      *---------------------------------------------------------
       77 WRK-EOF-MASTER-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-MASTER VALUE 'Y'.
       77 WRK-QTDE-ALUNOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-AUSENTES PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-ALUNOS.
           05 WRK-ALUNO-ITEM OCCURS 80 TIMES
                   INDEXED BY WRK-IDX-ALUNO.
               10 WRK-ALUNO-MATRICULA PIC 9(07).
               10 WRK-ALUNO-NOME      PIC X(20).
               10 WRK-ALUNO-PRESENCA  PIC X(01).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1500-AUTENTICAR THRU 1500-EXIT.
           IF WRK-PIN-CONFIRMADO AND WRK-NIVEL-PROFESSOR
               MOVE 'PROFESSOR' TO WRK-RESULTADO-AUX
               PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
               IF WRK-FIM-DE-SEMANA AND NOT WRK-E-REPOSICAO
                   DISPLAY 'CHAMADA RECUSADA - NAO HA AULAS NO '
                       'FIM DE SEMANA'
               ELSE
                   PERFORM 2000-SESSAO-CHAMADA THRU 2000-EXIT
                       UNTIL WRK-ENCERRAR
               END-IF
           ELSE
               DISPLAY 'ACESSO NEGADO - SOMENTE PROFESSOR '
                   'AUTENTICADO FAZ A CHAMADA'
               MOVE 'NAO AUTORIZADO' TO WRK-RESULTADO-AUX
               PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
           END-IF.
           DISPLAY 'CHAMADAS REGISTRADAS NA SESSAO: '
               WRK-QTDE-CHAMADAS.
           GOBACK.

      *----------------------------------------------------------
      * OBTEM A DATA, O DIA DA SEMANA (MESMA DERIVACAO DO
      * PROGCOBO3), SE HOJE E DIA DE REPOSICAO NO CALENDARIO E
      * AS CREDENCIAIS DO PROFESSOR. OS CAMPOS DE
      * ESTADO SAO ZERADOS PORQUE O PROGRAMA E CHAMADO VARIAS
      * VEZES NA MESMA SESSAO DO PROGCOB11.
      *----------------------------------------------------------
       1000-INICIALIZAR.
           MOVE 'S' TO WRK-CONTINUAR-SW.
           MOVE 'N' TO WRK-PIN-SW.
           MOVE ZEROS TO WRK-QTDE-CHAMADAS.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE-INT =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-DATA-JULIANA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-INT).
           COMPUTE WRK-DIA-SEMANA =
               FUNCTION MOD(WRK-DATA-JULIANA, 7) + 1.
           PERFORM 1200-VERIFICAR-REPOSICAO THRU 1200-EXIT.
           DISPLAY 'CHAMADA POR AULA - PROFESSOR'.
           IF WRK-E-REPOSICAO
               DISPLAY 'HOJE E DIA DE REPOSICAO NO CALENDARIO'
           END-IF.
           DISPLAY 'USUARIO .. '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'PIN ...'.
           ACCEPT WRK-PIN FROM CONSOLE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * HOJE E DIA DE REPOSICAO QUANDO O CALENDARIO HOLCAL TEM A
      * DATA (ANO DA EXECUCAO OU 0000) COM DESCRICAO COMECANDO POR
      * 'REPOSICAO'. SEM O ARQUIVO, NAO HA REPOSICAO.
      *----------------------------------------------------------
       1200-VERIFICAR-REPOSICAO.
           MOVE 'N' TO WRK-REPOSICAO-SW.
           MOVE 'N' TO WRK-EOF-CAL-SW.
           COMPUTE WRK-MMDD-HOJE = WRK-MES * 100 + WRK-DIA.
           OPEN INPUT CALENDAR-FILE.
           IF WRK-FS-CALENDARIO = '00'
               PERFORM 1250-LER-CALENDARIO THRU 1250-EXIT
                   UNTIL WRK-EOF-CAL
           END-IF.
           CLOSE CALENDAR-FILE.
       1200-EXIT.
           EXIT.

       1250-LER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WRK-EOF-CAL-SW
               NOT AT END
                   IF CAL-ANO NUMERIC AND CAL-MMDD NUMERIC AND
                      (CAL-ANO = ZEROS OR CAL-ANO = WRK-ANO) AND
                      CAL-MMDD = WRK-MMDD-HOJE AND
                      CAL-DESCRICAO (1:9) = 'REPOSICAO'
                       MOVE 'S' TO WRK-REPOSICAO-SW
                       MOVE 'Y' TO WRK-EOF-CAL-SW
                   END-IF
           END-READ.
       1250-EXIT.
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
                                   'DE ACESSO ANTES DE FAZER A CHAMADA'
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
      * UMA CHAMADA: TURMA E PERIODO PROCURADOS NO QUADRO DE
      * HORARIOS DE HOJE (OU, FORA DELE, A AULA DE REPOSICAO),
      * PROFESSOR CONFERIDO CONTRA O QUADRO (OU A SUBSTITUICAO),
      * AULA AINDA NAO CHAMADA NO DIA; DAI OS AUSENTES SAO
      * MARCADOS E A CHAMADA E GRAVADA
      *----------------------------------------------------------
       2000-SESSAO-CHAMADA.
           DISPLAY 'TURMA (BRANCO PARA ENCERRAR): '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           IF WRK-TURMA = SPACES
               MOVE 'N' TO WRK-CONTINUAR-SW
               GO TO 2000-EXIT
           END-IF.
           DISPLAY 'PERIODO DA AULA: '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           MOVE 'N' TO WRK-EXTRA-SW.
           PERFORM 2100-LOCALIZAR-AULA THRU 2100-EXIT.
           IF NOT WRK-AULA-ACHADA
               DISPLAY 'NAO HA AULA DA TURMA '
                   WRK-TURMA ' NO PERIODO ' WRK-PERIODO
                   ' NO QUADRO DE HOJE'
               PERFORM 2500-AULA-REPOSICAO THRU 2500-EXIT
           END-IF.
           IF NOT WRK-AULA-ACHADA
               DISPLAY 'CHAMADA RECUSADA - AULA FORA DO QUADRO DE '
                   'HOJE SEM REPOSICAO'
               GO TO 2000-EXIT
           END-IF.
           DISPLAY 'AULA: ' WRK-TURMA ' / ' WRK-MATERIA
               ' PERIODO ' WRK-PERIODO.
           PERFORM 2200-VALIDAR-PROFESSOR THRU 2200-EXIT.
           IF NOT WRK-ATRIBUIDO
               DISPLAY 'CHAMADA RECUSADA - PROFESSOR NAO E O DA '
                   'AULA NO QUADRO DE HORARIOS'
               MOVE 'ENTRADA-NEGADA' TO WRK-RESULTADO-AUX
               PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-VERIFICAR-REPETIDA THRU 2300-EXIT.
           IF WRK-CHAMADA-REPETIDA
               DISPLAY 'CHAMADA RECUSADA - AULA JA CHAMADA HOJE'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-CARREGAR-ALUNOS THRU 3000-EXIT.
           IF WRK-QTDE-ALUNOS = ZEROS
               DISPLAY 'CHAMADA RECUSADA - TURMA SEM ALUNO ATIVO'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3300-MARCAR-AUSENTES THRU 3300-EXIT.
           PERFORM 3500-GRAVAR-CHAMADA THRU 3500-EXIT.
           PERFORM 3700-REGISTRAR-CONTEUDO THRU 3700-EXIT.
           IF WRK-AULA-EXTRA
               MOVE 'CHAMADA-REPOS' TO WRK-RESULTADO-AUX
           ELSE
               MOVE 'CHAMADA-FEITA' TO WRK-RESULTADO-AUX
           END-IF.
           PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROCURA NO QUADRO A AULA DA TURMA NO DIA DA SEMANA DE
      * HOJE E NO PERIODO INFORMADO
      *----------------------------------------------------------
       2100-LOCALIZAR-AULA.
           MOVE 'N' TO WRK-AULA-SW.
           MOVE 'N' TO WRK-EOF-QUADRO-SW.
           MOVE SPACES TO WRK-MATERIA.
           MOVE SPACES TO WRK-PROFESSOR-AULA.
           OPEN INPUT TIMETABLE-MASTER.
           IF WRK-FS-QUADRO NOT = '00'
               DISPLAY 'QUADRO DE HORARIOS INDISPONIVEL - FS '
                   WRK-FS-QUADRO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-LER-QUADRO THRU 2150-EXIT
               UNTIL WRK-EOF-QUADRO.
           CLOSE TIMETABLE-MASTER.
       2100-EXIT.
           EXIT.

       2150-LER-QUADRO.
           READ TIMETABLE-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-QUADRO-SW
               NOT AT END
                   IF TT-TURMA = WRK-TURMA AND
                      TT-DIA-SEMANA = WRK-DIA-SEMANA AND
                      TT-PERIODO = WRK-PERIODO
                       MOVE 'S' TO WRK-AULA-SW
                       MOVE TT-MATERIA TO WRK-MATERIA
                       MOVE TT-USUARIO TO WRK-PROFESSOR-AULA
                       MOVE 'Y' TO WRK-EOF-QUADRO-SW
                   END-IF
           END-READ.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O PROFESSOR DA AULA NO QUADRO FAZ A CHAMADA; FORA ELE, SO
      * O SUBSTITUTO DA TURMA/MATERIA DENTRO DA JANELA DE DATAS
      *----------------------------------------------------------
       2200-VALIDAR-PROFESSOR.
           MOVE 'N' TO WRK-ATRIBUIDO-SW.
           MOVE 'N' TO WRK-SUBSTITUICAO-SW.
           IF WRK-PROFESSOR-AULA = WRK-USUARIO
               MOVE 'S' TO WRK-ATRIBUIDO-SW
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WRK-EOF-SUBST-SW.
           OPEN INPUT SUBSTITUTE-MASTER.
           IF WRK-FS-SUBSTITUICAO NOT = '00'
               MOVE 'Y' TO WRK-EOF-SUBST-SW
           END-IF.
           PERFORM 2250-CONFERIR-JANELA THRU 2250-EXIT
               UNTIL WRK-EOF-SUBST.
           CLOSE SUBSTITUTE-MASTER.
           IF WRK-ATRIBUIDO
               DISPLAY 'CHAMADA AUTORIZADA POR SUBSTITUICAO - '
                   'TITULAR COBERTO: ' WRK-PROFESSOR-AULA
           END-IF.
       2200-EXIT.
           EXIT.

       2250-CONFERIR-JANELA.
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
                       MOVE 'Y' TO WRK-EOF-SUBST-SW
                   END-IF
           END-READ.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UMA AULA SO E CHAMADA UMA VEZ POR DIA: PROCURA NO ARQUIVO
      * DE CHAMADA (AINDA NAO APLICADO PELA NOITE) UMA LINHA DA
      * MESMA DATA, TURMA E PERIODO
      *----------------------------------------------------------
       2300-VERIFICAR-REPETIDA.
           MOVE 'N' TO WRK-REPETIDA-SW.
           MOVE 'N' TO WRK-EOF-CHAMADA-SW.
           OPEN INPUT ROLL-CALL.
           IF WRK-FS-CHAMADA NOT = '00'
               MOVE 'Y' TO WRK-EOF-CHAMADA-SW
           END-IF.
           PERFORM 2350-LER-CHAMADA THRU 2350-EXIT
               UNTIL WRK-EOF-CHAMADA.
           CLOSE ROLL-CALL.
       2300-EXIT.
           EXIT.

       2350-LER-CHAMADA.
           READ ROLL-CALL
               AT END
                   MOVE 'Y' TO WRK-EOF-CHAMADA-SW
               NOT AT END
                   IF CHM-DATA = WRK-DATA-HOJE-INT AND
                      CHM-TURMA = WRK-TURMA AND
                      CHM-PERIODO = WRK-PERIODO
                       MOVE 'S' TO WRK-REPETIDA-SW
                       MOVE 'Y' TO WRK-EOF-CHAMADA-SW
                   END-IF
           END-READ.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * AULA FORA DO QUADRO DE HOJE: VALE COMO REPOSICAO SE HOJE E
      * DIA DE REPOSICAO NO CALENDARIO; FORA DISSO, SO COMO AULA
      * EXTRA AUTORIZADA PELO PIN DE UM COORDENADOR. A MATERIA E
      * INFORMADA E PRECISA ESTAR NO QUADRO DA TURMA, QUE DA O
      * PROFESSOR TITULAR CONFERIDO DEPOIS NO 2200.
      *----------------------------------------------------------
       2500-AULA-REPOSICAO.
           DISPLAY 'REGISTRAR COMO AULA DE REPOSICAO/EXTRA? (S/N) '.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
               GO TO 2500-EXIT
           END-IF.
           IF NOT WRK-E-REPOSICAO
               PERFORM 2600-AUTORIZAR-COORDENADOR THRU 2600-EXIT
               IF NOT WRK-COORD-AUTORIZOU
                   DISPLAY 'AULA EXTRA RECUSADA - SEM AUTORIZACAO DE '
                       'COORDENADOR'
                   MOVE 'EXTRA-NEGADA' TO WRK-RESULTADO-AUX
                   PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
                   GO TO 2500-EXIT
               END-IF
               DISPLAY 'AULA EXTRA AUTORIZADA POR ' WRK-COORDENADOR
           END-IF.
           DISPLAY 'MATERIA DA AULA: '.
           ACCEPT WRK-MATERIA FROM CONSOLE.
           MOVE 'N' TO WRK-EOF-QUADRO-SW.
           MOVE SPACES TO WRK-PROFESSOR-AULA.
           OPEN INPUT TIMETABLE-MASTER.
           IF WRK-FS-QUADRO NOT = '00'
               DISPLAY 'QUADRO DE HORARIOS INDISPONIVEL - FS '
                   WRK-FS-QUADRO
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2550-LER-MATERIA THRU 2550-EXIT
               UNTIL WRK-EOF-QUADRO.
           CLOSE TIMETABLE-MASTER.
           IF NOT WRK-AULA-ACHADA
               DISPLAY 'MATERIA ' WRK-MATERIA ' NAO CONSTA DO QUADRO '
                   'DA TURMA ' WRK-TURMA
               GO TO 2500-EXIT
           END-IF.
           MOVE 'S' TO WRK-EXTRA-SW.
       2500-EXIT.
           EXIT.

       2550-LER-MATERIA.
           READ TIMETABLE-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-QUADRO-SW
               NOT AT END
                   IF TT-TURMA = WRK-TURMA AND
                      TT-MATERIA = WRK-MATERIA
                       MOVE 'S' TO WRK-AULA-SW
                       MOVE TT-USUARIO TO WRK-PROFESSOR-AULA
                       MOVE 'Y' TO WRK-EOF-QUADRO-SW
                   END-IF
           END-READ.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O COORDENADOR AUTENTICA NO PROPRIO TERMINAL DA AULA COM
      * USUARIO E PIN (MESMA CONFERENCIA PINHASH DO 1500) E PRECISA
      * TER NIVEL COORDENADOR NO STAFF-ROSTER
      *----------------------------------------------------------
       2600-AUTORIZAR-COORDENADOR.
           MOVE 'N' TO WRK-COORD-SW.
           DISPLAY 'USUARIO DO COORDENADOR .. '.
           ACCEPT WRK-COORDENADOR FROM CONSOLE.
           DISPLAY 'PIN DO COORDENADOR ...'.
           ACCEPT WRK-PIN FROM CONSOLE.
           OPEN INPUT SECURITY-FILE.
           IF WRK-FS-SECURITY = '00'
               MOVE WRK-COORDENADOR TO SEC-USUARIO
               READ SECURITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CRD-VERIFICAR TO TRUE
                       MOVE WRK-PIN TO CRD-PIN
                       CALL 'PINHASH' USING CRD-AREA SEC-REGISTRO
                       IF CRD-ACEITO AND
                          SEC-VALIDADE NUMERIC AND
                          SEC-VALIDADE >= WRK-DATA-HOJE-INT AND
                          NOT SEC-TROCA-OBRIGATORIA
                           MOVE 'S' TO WRK-COORD-SW
                       END-IF
               END-READ
               CLOSE SECURITY-FILE
           END-IF.
           MOVE SPACES TO WRK-PIN CRD-PIN.
           IF NOT WRK-COORD-AUTORIZOU
               GO TO 2600-EXIT
           END-IF.
           MOVE 'N' TO WRK-COORD-SW.
           OPEN INPUT STAFF-ROSTER.
           IF WRK-FS-STAFF = '00'
               MOVE WRK-COORDENADOR TO STAFF-USUARIO
               READ STAFF-ROSTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STAFF-NIVEL = 04
                           MOVE 'S' TO WRK-COORD-SW
                       END-IF
               END-READ
               CLOSE STAFF-ROSTER
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA OS ALUNOS ATIVOS DA TURMA DO STUDENT-MASTER, TODOS
      * PRESENTES, E APRESENTA A LISTA DA CHAMADA
      *----------------------------------------------------------
       3000-CARREGAR-ALUNOS.
           MOVE ZEROS TO WRK-QTDE-ALUNOS.
           MOVE ZEROS TO WRK-QTDE-AUSENTES.
           MOVE 'N' TO WRK-EOF-MASTER-SW.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL - FS '
                   WRK-FS-MASTER
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-LER-ALUNO THRU 3050-EXIT
               UNTIL WRK-EOF-MASTER.
           CLOSE STUDENT-MASTER.
           IF WRK-QTDE-ALUNOS > ZEROS
               DISPLAY 'ALUNOS DA TURMA ' WRK-TURMA ':'
               PERFORM 3100-LISTAR-ALUNO THRU 3100-EXIT
                   VARYING WRK-IDX-ALUNO FROM 1 BY 1
                   UNTIL WRK-IDX-ALUNO > WRK-QTDE-ALUNOS
           END-IF.
       3000-EXIT.
           EXIT.

       3050-LER-ALUNO.
           READ STUDENT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-MASTER-SW
               NOT AT END
                   IF SM-TURMA = WRK-TURMA AND SM-ATIVO
                       IF WRK-QTDE-ALUNOS < 80
                           ADD 1 TO WRK-QTDE-ALUNOS
                           MOVE SM-MATRICULA TO
                               WRK-ALUNO-MATRICULA (WRK-QTDE-ALUNOS)
                           MOVE SM-NOME TO
                               WRK-ALUNO-NOME (WRK-QTDE-ALUNOS)
                           MOVE 'P' TO
                               WRK-ALUNO-PRESENCA (WRK-QTDE-ALUNOS)
                       ELSE
                           DISPLAY 'ATENCAO - TABELA DA TURMA '
                               'CHEIA, ALUNO FORA DA CHAMADA: '
                               SM-MATRICULA
                       END-IF
                   END-IF
           END-READ.
       3050-EXIT.
           EXIT.

       3100-LISTAR-ALUNO.
           DISPLAY '  ' WRK-ALUNO-MATRICULA (WRK-IDX-ALUNO) ' '
               WRK-ALUNO-NOME (WRK-IDX-ALUNO).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O PROFESSOR INFORMA AS MATRICULAS AUSENTES, UMA POR VEZ,
      * ATE A MATRICULA ZERO; QUEM NAO FOR INFORMADO FICA PRESENTE
      *----------------------------------------------------------
       3300-MARCAR-AUSENTES.
           DISPLAY 'MATRICULA AUSENTE (0000000 PARA ENCERRAR): '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           PERFORM 3450-VALIDAR-MATRICULA THRU 3450-EXIT.
           PERFORM 3400-MARCAR-UM-AUSENTE THRU 3400-EXIT
               UNTIL WRK-MATRICULA = ZEROS.
       3300-EXIT.
           EXIT.

       3400-MARCAR-UM-AUSENTE.
           SET WRK-IDX-ALUNO TO 1.
           SEARCH WRK-ALUNO-ITEM
               AT END
                   DISPLAY 'MATRICULA ' WRK-MATRICULA
                       ' NAO E ALUNO ATIVO DA TURMA ' WRK-TURMA
               WHEN WRK-IDX-ALUNO > WRK-QTDE-ALUNOS
                   DISPLAY 'MATRICULA ' WRK-MATRICULA
                       ' NAO E ALUNO ATIVO DA TURMA ' WRK-TURMA
               WHEN WRK-ALUNO-MATRICULA (WRK-IDX-ALUNO) =
                       WRK-MATRICULA
                   IF WRK-ALUNO-PRESENCA (WRK-IDX-ALUNO) = 'P'
                       MOVE 'F' TO WRK-ALUNO-PRESENCA (WRK-IDX-ALUNO)
                       ADD 1 TO WRK-QTDE-AUSENTES
                   END-IF
                   DISPLAY 'FALTA MARCADA: '
                       WRK-ALUNO-NOME (WRK-IDX-ALUNO)
           END-SEARCH.
           DISPLAY 'MATRICULA AUSENTE (0000000 PARA ENCERRAR): '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           PERFORM 3450-VALIDAR-MATRICULA THRU 3450-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE O DIGITO VERIFICADOR DA MATRICULA (ROTINA COMUM
      * MATCKDIG) E REPETE A PERGUNTA ENQUANTO NAO CONFERIR. A
      * MATRICULA 0000000 (ENCERRAR) NAO PASSA PELA CONFERENCIA.
      *----------------------------------------------------------
       3450-VALIDAR-MATRICULA.
           MOVE 'S' TO WRK-DV-VALIDO-SW.
           IF WRK-MATRICULA NOT = ZEROS
               CALL 'MATCKDIG' USING WRK-MATRICULA WRK-DV-VALIDO-SW
               PERFORM 3460-REVALIDAR-MATRICULA THRU 3460-EXIT
                   UNTIL WRK-DV-VALIDO OR WRK-MATRICULA = ZEROS
           END-IF.
       3450-EXIT.
           EXIT.

       3460-REVALIDAR-MATRICULA.
           DISPLAY 'MATRICULA INVALIDA (' WRK-MATRICULA
               ') - DIGITO VERIFICADOR NAO CONFERE'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           IF WRK-MATRICULA = ZEROS
               MOVE 'S' TO WRK-DV-VALIDO-SW
           ELSE
               CALL 'MATCKDIG' USING WRK-MATRICULA WRK-DV-VALIDO-SW
           END-IF.
       3460-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA UMA LINHA P/F POR ALUNO DA TURMA NO ARQUIVO DE
      * CHAMADA, ABERTO EM EXTEND (AS CHAMADAS DO DIA SE ACUMULAM
      * PARA O PROGCOB68 DA NOITE) E CRIADO NA PRIMEIRA AULA
      *----------------------------------------------------------
       3500-GRAVAR-CHAMADA.
           OPEN EXTEND ROLL-CALL.
           IF WRK-FS-CHAMADA = '35'
               OPEN OUTPUT ROLL-CALL
           END-IF.
           PERFORM 3550-GRAVAR-LINHA THRU 3550-EXIT
               VARYING WRK-IDX-ALUNO FROM 1 BY 1
               UNTIL WRK-IDX-ALUNO > WRK-QTDE-ALUNOS.
           CLOSE ROLL-CALL.
           ADD 1 TO WRK-QTDE-CHAMADAS.
           DISPLAY 'CHAMADA GRAVADA - ALUNOS ' WRK-QTDE-ALUNOS
               ' AUSENTES ' WRK-QTDE-AUSENTES.
       3500-EXIT.
           EXIT.

       3550-GRAVAR-LINHA.
           MOVE WRK-DATA-HOJE-INT TO CHM-DATA.
           MOVE WRK-TURMA TO CHM-TURMA.
           MOVE WRK-MATERIA TO CHM-MATERIA.
           MOVE WRK-PERIODO TO CHM-PERIODO.
           MOVE WRK-ALUNO-MATRICULA (WRK-IDX-ALUNO) TO CHM-MATRICULA.
           MOVE WRK-ALUNO-PRESENCA (WRK-IDX-ALUNO) TO CHM-PRESENCA.
           MOVE WRK-USUARIO TO CHM-USUARIO.
           WRITE CHM-REGISTRO.
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PEDE O CONTEUDO MINISTRADO NA AULA (OBRIGATORIO) E ANEXA A
      * LINHA NO REGISTRO DE CONTEUDO, COM O TITULAR COBERTO QUANDO
      * A AULA FOI DADA POR SUBSTITUTO
      *----------------------------------------------------------
       3700-REGISTRAR-CONTEUDO.
           MOVE SPACES TO WRK-CONTEUDO.
           PERFORM 3750-CAPTURAR-CONTEUDO THRU 3750-EXIT
               UNTIL WRK-CONTEUDO NOT = SPACES.
           OPEN EXTEND CONTENT-LOG.
           IF WRK-FS-CONTEUDO = '35'
               OPEN OUTPUT CONTENT-LOG
           END-IF.
           MOVE SPACES TO CNT-REGISTRO.
           MOVE WRK-DATA-HOJE-INT TO CNT-DATA.
           MOVE WRK-TURMA TO CNT-TURMA.
           MOVE WRK-MATERIA TO CNT-MATERIA.
           MOVE WRK-PERIODO TO CNT-PERIODO.
           MOVE WRK-USUARIO TO CNT-USUARIO.
           IF WRK-EM-SUBSTITUICAO
               MOVE WRK-PROFESSOR-AULA TO CNT-TITULAR
           END-IF.
           MOVE WRK-CONTEUDO TO CNT-CONTEUDO.
           WRITE CNT-REGISTRO.
           CLOSE CONTENT-LOG.
           DISPLAY 'CONTEUDO DA AULA REGISTRADO'.
       3700-EXIT.
           EXIT.

       3750-CAPTURAR-CONTEUDO.
           DISPLAY 'CONTEUDO MINISTRADO NA AULA: '.
           ACCEPT WRK-CONTEUDO FROM CONSOLE.
           IF WRK-CONTEUDO = SPACES
               DISPLAY 'O CONTEUDO DA AULA E OBRIGATORIO'
           END-IF.
       3750-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA O EVENTO NO MESMO AUDIT-LOG DO PROGCOB11
      *----------------------------------------------------------
       5000-GRAVAR-AUDITORIA.
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
       5000-EXIT.
           EXIT.
