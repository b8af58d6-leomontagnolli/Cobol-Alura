       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB80.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Registro de ocorrencias disciplinares (copybook
      *            OCORREC), no lugar do livro de papel da
      *            coordenacao: inclui a ocorrencia do aluno com
      *            data, tipo, gravidade, descricao, o usuario do
      *            STAFF-ROSTER que relatou e a medida aplicada
      *            (advertencia ou suspensao com periodo). Cada dia
      *            letivo de suspensao (sem fim de semana nem
      *            feriado do HOLCAL) vai ao ATTEND-JOURNAL como
      *            linha tipo S, separada das faltas (F) e dos
      *            abonos (J). Mostra o historico de um aluno e o
      *            resumo mensal de uma turma. CHAMADO pelo
      *            dispatcher de sessao do PROGCOB11, com cada
      *            inclusao registrada no AUDIT-LOG.
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
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT STAFF-ROSTER ASSIGN TO "STAFFROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-USUARIO
               FILE STATUS IS WRK-FS-STAFF.
           SELECT OPTIONAL OCCURRENCE-REGISTER ASSIGN TO "OCORREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCORRENCIA.
           SELECT ATTEND-JOURNAL ASSIGN TO "ATTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIO.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALENDARIO.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  STAFF-ROSTER
           LABEL RECORDS ARE STANDARD.
       COPY STAFFREC.
       FD  OCCURRENCE-REGISTER
           LABEL RECORDS ARE STANDARD.
       COPY OCORREC REPLACING ==:PREFIXO:== BY ==OCO==.
       FD  ATTEND-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY ATTJREC REPLACING ==:PREFIXO:== BY ==JRN==.
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALREC REPLACING ==:PREFIXO:== BY ==CAL==.
       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY OCORREC REPLACING ==:PREFIXO:== BY ==ENT==.

       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-FS-OCORRENCIA PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO PIC X(02) VALUE '00'.
       77 WRK-FS-CALENDARIO PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT PIC X(02) VALUE '00'.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-RESULTADO-AUX PIC X(15) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-INCLUIR   VALUE 'I'.
           88 WRK-OPCAO-HISTORICO VALUE 'H'.
           88 WRK-OPCAO-RESUMO    VALUE 'R'.
           88 WRK-OPCAO-FIM       VALUE 'F'.
       77 WRK-MATRICULA-BUSCA PIC 9(07) VALUE ZEROS.
       77 WRK-DV-VALIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-DV-VALIDO VALUE 'S'.
       77 WRK-ALUNO-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-ALUNO-ACHADO VALUE 'S'.
       77 WRK-RELATOR-OK-SW PIC X(01) VALUE 'N'.
           88 WRK-RELATOR-OK VALUE 'S'.
       77 WRK-EOF-OCORRENCIA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-OCORRENCIA VALUE 'Y'.
       77 WRK-QTDE-INCLUIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-LISTADAS PIC 9(03) VALUE ZEROS.
      *---------------------------------------------------------
      * CONFERENCIA DE DATA DIGITADA (AAAAMMDD)
      *---------------------------------------------------------
       01  WRK-DATA-TESTE PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-TESTE-GRUPO REDEFINES WRK-DATA-TESTE.
           05 WRK-TESTE-ANO PIC 9(04).
           05 WRK-TESTE-MES PIC 9(02).
           05 WRK-TESTE-DIA PIC 9(02).
       01  WRK-TAB-DIAS-MES VALUE '312931303130313130313031'.
           05 WRK-DIAS-MES PIC 9(02) OCCURS 12 TIMES.
       77 WRK-DATA-VALIDA-SW PIC X(01) VALUE 'N'.
           88 WRK-DATA-VALIDA VALUE 'S'.
      *---------------------------------------------------------
      * DIAS DA SUSPENSAO: DA DATA INICIAL A FINAL, SO DIA LETIVO
      * (SEM FIM DE SEMANA NEM FERIADO) VAI AO DIARIO
      *---------------------------------------------------------
       77 WRK-MAX-DIAS-CORRIDOS PIC 9(02) VALUE 30.
       77 WRK-JULIANA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-UTIL-SW PIC X(01) VALUE 'N'.
           88 WRK-DIA-UTIL VALUE 'S'.
       01  WRK-DIA-INTEIRO PIC 9(08) VALUE ZEROS.
       01  WRK-DIA-GRUPO REDEFINES WRK-DIA-INTEIRO.
           05 WRK-DIA-ANO PIC 9(04).
           05 WRK-DIA-MES PIC 9(02).
           05 WRK-DIA-DIA PIC 9(02).
      *---------------------------------------------------------
      * FERIADOS DO CALENDARIO HOLCAL (MESMA FONTE DO PORTAO
      * PROGCOBO3), COM A TABELA FIXA VALENDO COMO RESERVA
      *---------------------------------------------------------
       77 WRK-EOF-CAL-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CAL VALUE 'Y'.
       77 WRK-MMDD PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-FER PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FERIADOS VALUE '01010421050109071225'.
           05 WRK-FERIADO PIC 9(04) OCCURS 5 TIMES.
       77 WRK-QTDE-FERIADOS PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CALENDARIO.
           05 WRK-CAL-MMDD PIC 9(04) OCCURS 100 TIMES.
       77 WRK-MMDD-VALIDO PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------------
      * EXIBICAO DE UMA OCORRENCIA
      *---------------------------------------------------------
       77 WRK-TIPO-EXIBE PIC X(18) VALUE SPACES.
       77 WRK-GRAVIDADE-EXIBE PIC X(05) VALUE SPACES.
       77 WRK-MEDIDA-EXIBE PIC X(11) VALUE SPACES.
      *---------------------------------------------------------
      * RESUMO MENSAL DA TURMA
      *---------------------------------------------------------
       77 WRK-TURMA-BUSCA PIC X(06) VALUE SPACES.
       01  WRK-MES-BUSCA PIC 9(06) VALUE ZEROS.
       01  WRK-MES-BUSCA-GRUPO REDEFINES WRK-MES-BUSCA.
           05 WRK-MB-ANO PIC 9(04).
           05 WRK-MB-MES PIC 9(02).
       01  WRK-RESUMO.
           05 WRK-RES-TOTAL        PIC 9(04).
           05 WRK-RES-INDISCIPLINA PIC 9(04).
           05 WRK-RES-AGRESSAO     PIC 9(04).
           05 WRK-RES-DANO         PIC 9(04).
           05 WRK-RES-BULLYING     PIC 9(04).
           05 WRK-RES-OUTRA        PIC 9(04).
           05 WRK-RES-LEVE         PIC 9(04).
           05 WRK-RES-MEDIA        PIC 9(04).
           05 WRK-RES-GRAVE        PIC 9(04).
           05 WRK-RES-ADVERTENCIAS PIC 9(04).
           05 WRK-RES-SUSPENSOES   PIC 9(04).
           05 WRK-RES-DIAS-SUSP    PIC 9(05).
       77 WRK-QTDE-ALUNOS-RES PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-ALUNOS-RES.
           05 WRK-RES-ITEM OCCURS 100 TIMES
                   INDEXED BY WRK-IDX-RES.
               10 WRK-RES-MATRICULA PIC 9(07).
               10 WRK-RES-QTDE      PIC 9(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-MENU THRU 2000-EXIT
               UNTIL WRK-OPCAO-FIM.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      *----------------------------------------------------------
      * ZERA O ESTADO DA CHAMADA (OS VALUE SO VALEM NA PRIMEIRA),
      * OBTEM O USUARIO PARA A AUDITORIA E CARREGA OS FERIADOS
      *----------------------------------------------------------
       1000-INICIALIZAR.
           MOVE SPACES TO WRK-OPCAO.
           MOVE ZEROS TO WRK-QTDE-INCLUIDAS.
           MOVE 'N' TO WRK-EOF-CAL-SW.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           DISPLAY 'OCORRENCIAS DISCIPLINARES'.
           DISPLAY 'USUARIO .. '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           PERFORM 1300-CARREGAR-CALENDARIO THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA OS FERIADOS DO MESMO CALENDARIO HOLCAL DO PORTAO
      * PROGCOBO3. SEM O ARQUIVO, VALE A TABELA FIXA DE RESERVA.
      *----------------------------------------------------------
       1300-CARREGAR-CALENDARIO.
           MOVE ZEROS TO WRK-QTDE-FERIADOS.
           OPEN INPUT CALENDAR-FILE.
           IF WRK-FS-CALENDARIO = '00'
               PERFORM 1310-LER-CALENDARIO THRU 1310-EXIT
                   UNTIL WRK-EOF-CAL
           END-IF.
           CLOSE CALENDAR-FILE.
           IF WRK-QTDE-FERIADOS = ZEROS
               PERFORM 1330-COPIAR-RESERVA THRU 1330-EXIT
                   VARYING WRK-IDX-FER FROM 1 BY 1
                   UNTIL WRK-IDX-FER > 5
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WRK-EOF-CAL-SW
               NOT AT END
                   PERFORM 1320-GUARDAR-FERIADO THRU 1320-EXIT
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GUARDA UM FERIADO DO CALENDARIO (COPYBOOK CALREC): LINHA NO
      * FORMATO ANTIGO (MMDD NA FRENTE, 0101-1231) VALE TODO ANO;
      * NO FORMATO NOVO O ANO 0000 E DATA FIXA E O FERIADO MOVEL SO
      * VALE QUANDO O ANO DA LINHA E O ANO DA EXECUCAO
      *----------------------------------------------------------
       1320-GUARDAR-FERIADO.
           MOVE ZEROS TO WRK-MMDD-VALIDO.
           IF CAL-ANO NUMERIC AND
              CAL-ANO >= 0101 AND CAL-ANO <= 1231
               MOVE CAL-ANO TO WRK-MMDD-VALIDO
           ELSE
               IF CAL-ANO NUMERIC AND
                  (CAL-ANO = ZEROS OR CAL-ANO = WRK-ANO)
                   MOVE CAL-MMDD TO WRK-MMDD-VALIDO
               END-IF
           END-IF.
           IF WRK-MMDD-VALIDO > ZEROS AND WRK-QTDE-FERIADOS < 100
               ADD 1 TO WRK-QTDE-FERIADOS
               MOVE WRK-MMDD-VALIDO TO
                   WRK-CAL-MMDD (WRK-QTDE-FERIADOS)
           END-IF.
       1320-EXIT.
           EXIT.

       1330-COPIAR-RESERVA.
           ADD 1 TO WRK-QTDE-FERIADOS.
           MOVE WRK-FERIADO (WRK-IDX-FER) TO
               WRK-CAL-MMDD (WRK-QTDE-FERIADOS).
       1330-EXIT.
           EXIT.

       2000-MENU.
           DISPLAY 'OPCAO (I=INCLUIR H=HISTORICO DO ALUNO '
               'R=RESUMO MENSAL DA TURMA F=FIM): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR THRU 3000-EXIT
               WHEN WRK-OPCAO-HISTORICO
                   PERFORM 4000-HISTORICO THRU 4000-EXIT
               WHEN WRK-OPCAO-RESUMO
                   PERFORM 5000-RESUMO-MENSAL THRU 5000-EXIT
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA: ' WRK-OPCAO
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * INCLUI UMA OCORRENCIA: ALUNO CADASTRADO, DATA VALIDA ATE
      * HOJE, TIPO/GRAVIDADE/MEDIDA DA TABELA E RELATOR NO
      * STAFF-ROSTER; SUSPENSAO GRAVA OS DIAS NO DIARIO ANTES DE A
      * LINHA SER ANEXADA AO REGISTRO
      *----------------------------------------------------------
       3000-INCLUIR.
           MOVE SPACES TO ENT-REGISTRO.
           PERFORM 3050-OBTER-MATRICULA THRU 3050-EXIT.
           PERFORM 3200-BUSCAR-ALUNO THRU 3200-EXIT.
           IF NOT WRK-ALUNO-ACHADO
               GO TO 3000-EXIT
           END-IF.
           MOVE WRK-MATRICULA-BUSCA TO ENT-MATRICULA.
           MOVE SM-TURMA TO ENT-TURMA.
           DISPLAY 'DATA DA OCORRENCIA (AAAAMMDD, ZEROS = HOJE): '.
           ACCEPT WRK-DATA-TESTE FROM CONSOLE.
           IF WRK-DATA-TESTE = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-TESTE
           END-IF.
           PERFORM 3300-VALIDAR-DATA THRU 3300-EXIT.
           IF NOT WRK-DATA-VALIDA OR WRK-DATA-TESTE > WRK-DATA-HOJE
               DISPLAY 'DATA INVALIDA (' WRK-DATA-TESTE
                   ') - NADA INCLUIDO'
               GO TO 3000-EXIT
           END-IF.
           MOVE WRK-DATA-TESTE TO ENT-DATA.
           DISPLAY 'TIPO (I=INDISCIPLINA A=AGRESSAO D=DANO AO '
               'PATRIMONIO B=BULLYING O=OUTRA): '.
           ACCEPT ENT-TIPO FROM CONSOLE.
           IF NOT ENT-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO (' ENT-TIPO ') - NADA INCLUIDO'
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'GRAVIDADE (L=LEVE M=MEDIA G=GRAVE): '.
           ACCEPT ENT-GRAVIDADE FROM CONSOLE.
           IF NOT ENT-GRAVIDADE-VALIDA
               DISPLAY 'GRAVIDADE INVALIDA (' ENT-GRAVIDADE
                   ') - NADA INCLUIDO'
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'DESCRICAO: '.
           ACCEPT ENT-DESCRICAO FROM CONSOLE.
           DISPLAY 'USUARIO QUE RELATOU: '.
           ACCEPT ENT-USUARIO FROM CONSOLE.
           PERFORM 3400-CONFERIR-RELATOR THRU 3400-EXIT.
           IF NOT WRK-RELATOR-OK
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'MEDIDA (N=NENHUMA A=ADVERTENCIA S=SUSPENSAO): '.
           ACCEPT ENT-MEDIDA FROM CONSOLE.
           IF NOT ENT-MEDIDA-VALIDA
               DISPLAY 'MEDIDA INVALIDA (' ENT-MEDIDA
                   ') - NADA INCLUIDO'
               GO TO 3000-EXIT
           END-IF.
           MOVE ZEROS TO ENT-SUSP-INICIO ENT-SUSP-FIM ENT-SUSP-DIAS.
           IF ENT-SUSPENSAO
               PERFORM 3500-OBTER-SUSPENSAO THRU 3500-EXIT
               IF ENT-SUSP-INICIO = ZEROS
                   GO TO 3000-EXIT
               END-IF
               PERFORM 3600-GRAVAR-SUSPENSAO THRU 3600-EXIT
           END-IF.
           OPEN EXTEND OCCURRENCE-REGISTER.
           IF WRK-FS-OCORRENCIA = '35'
               OPEN OUTPUT OCCURRENCE-REGISTER
           END-IF.
           MOVE ENT-REGISTRO TO OCO-REGISTRO.
           WRITE OCO-REGISTRO.
           CLOSE OCCURRENCE-REGISTER.
           ADD 1 TO WRK-QTDE-INCLUIDAS.
           MOVE 'OCORRENCIA' TO WRK-RESULTADO-AUX.
           PERFORM 9000-GRAVAR-AUDITORIA THRU 9000-EXIT.
           DISPLAY 'OCORRENCIA REGISTRADA - MATRICULA '
               ENT-MATRICULA ' TURMA ' ENT-TURMA.
           IF ENT-SUSPENSAO
               DISPLAY 'SUSPENSAO: ' ENT-SUSP-DIAS
                   ' DIA(S) LETIVO(S) LANCADO(S) NO DIARIO'
           END-IF.
       3000-EXIT.
           EXIT.

       3050-OBTER-MATRICULA.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           CALL 'MATCKDIG' USING WRK-MATRICULA-BUSCA
               WRK-DV-VALIDO-SW.
           PERFORM 3100-REVALIDAR-MATRICULA THRU 3100-EXIT
               UNTIL WRK-DV-VALIDO.
       3050-EXIT.
           EXIT.

       3100-REVALIDAR-MATRICULA.
           DISPLAY 'MATRICULA INVALIDA (' WRK-MATRICULA-BUSCA
               ') - DIGITO VERIFICADOR NAO CONFERE'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           CALL 'MATCKDIG' USING WRK-MATRICULA-BUSCA
               WRK-DV-VALIDO-SW.
       3100-EXIT.
           EXIT.

       3200-BUSCAR-ALUNO.
           MOVE 'N' TO WRK-ALUNO-ACHADO-SW.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER NOT = '00'
               DISPLAY 'STUDENT-MASTER INDISPONIVEL - FS '
                   WRK-FS-MASTER
               GO TO 3200-EXIT
           END-IF.
           MOVE WRK-MATRICULA-BUSCA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA: '
                       WRK-MATRICULA-BUSCA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ALUNO-ACHADO-SW
                   DISPLAY 'ALUNO ... ' SM-NOME ' TURMA ' SM-TURMA
           END-READ.
           CLOSE STUDENT-MASTER.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE UMA DATA AAAAMMDD EM WRK-DATA-TESTE (MES 01-12, DIA
      * DENTRO DO MES; 29/02 ACEITO EM QUALQUER ANO)
      *----------------------------------------------------------
       3300-VALIDAR-DATA.
           MOVE 'N' TO WRK-DATA-VALIDA-SW.
           IF WRK-DATA-TESTE NOT NUMERIC OR WRK-TESTE-ANO < 1900
               GO TO 3300-EXIT
           END-IF.
           IF WRK-TESTE-MES < 01 OR WRK-TESTE-MES > 12
               GO TO 3300-EXIT
           END-IF.
           IF WRK-TESTE-DIA < 01 OR
              WRK-TESTE-DIA > WRK-DIAS-MES (WRK-TESTE-MES)
               GO TO 3300-EXIT
           END-IF.
           MOVE 'S' TO WRK-DATA-VALIDA-SW.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O RELATOR TEM DE ESTAR NO STAFF-ROSTER
      *----------------------------------------------------------
       3400-CONFERIR-RELATOR.
           MOVE 'N' TO WRK-RELATOR-OK-SW.
           OPEN INPUT STAFF-ROSTER.
           IF WRK-FS-STAFF NOT = '00'
               DISPLAY 'STAFF-ROSTER INDISPONIVEL - FS ' WRK-FS-STAFF
                   ' - NADA INCLUIDO'
               GO TO 3400-EXIT
           END-IF.
           MOVE ENT-USUARIO TO STAFF-USUARIO.
           READ STAFF-ROSTER
               INVALID KEY
                   DISPLAY 'RELATOR NAO CADASTRADO NO STAFF-ROSTER: '
                       ENT-USUARIO ' - NADA INCLUIDO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-RELATOR-OK-SW
           END-READ.
           CLOSE STAFF-ROSTER.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PERIODO DA SUSPENSAO: DATAS VALIDAS, FIM NAO ANTERIOR AO
      * INICIO E NO MAXIMO 30 DIAS CORRIDOS. RECUSADO, O INICIO
      * VOLTA ZERADO E NADA E INCLUIDO.
      *----------------------------------------------------------
       3500-OBTER-SUSPENSAO.
           DISPLAY 'INICIO DA SUSPENSAO (AAAAMMDD): '.
           ACCEPT WRK-DATA-TESTE FROM CONSOLE.
           PERFORM 3300-VALIDAR-DATA THRU 3300-EXIT.
           IF NOT WRK-DATA-VALIDA
               DISPLAY 'DATA INVALIDA (' WRK-DATA-TESTE
                   ') - NADA INCLUIDO'
               GO TO 3500-EXIT
           END-IF.
           MOVE WRK-DATA-TESTE TO ENT-SUSP-INICIO.
           DISPLAY 'FIM DA SUSPENSAO (AAAAMMDD): '.
           ACCEPT WRK-DATA-TESTE FROM CONSOLE.
           PERFORM 3300-VALIDAR-DATA THRU 3300-EXIT.
           IF NOT WRK-DATA-VALIDA OR WRK-DATA-TESTE < ENT-SUSP-INICIO
               DISPLAY 'DATA INVALIDA (' WRK-DATA-TESTE
                   ') - NADA INCLUIDO'
               MOVE ZEROS TO ENT-SUSP-INICIO
               GO TO 3500-EXIT
           END-IF.
           MOVE WRK-DATA-TESTE TO ENT-SUSP-FIM.
           COMPUTE WRK-JULIANA-INICIO =
               FUNCTION INTEGER-OF-DATE(ENT-SUSP-INICIO).
           COMPUTE WRK-JULIANA-FIM =
               FUNCTION INTEGER-OF-DATE(ENT-SUSP-FIM).
           IF WRK-JULIANA-FIM - WRK-JULIANA-INICIO >=
              WRK-MAX-DIAS-CORRIDOS
               DISPLAY 'SUSPENSAO ACIMA DE ' WRK-MAX-DIAS-CORRIDOS
                   ' DIAS CORRIDOS - NADA INCLUIDO'
               MOVE ZEROS TO ENT-SUSP-INICIO ENT-SUSP-FIM
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ANEXA NO DIARIO DE FREQUENCIA UMA LINHA TIPO S POR DIA
      * LETIVO DO PERIODO, CONTANDO OS DIAS NA OCORRENCIA
      *----------------------------------------------------------
       3600-GRAVAR-SUSPENSAO.
           OPEN EXTEND ATTEND-JOURNAL.
           IF WRK-FS-DIARIO = '35'
               OPEN OUTPUT ATTEND-JOURNAL
           END-IF.
           PERFORM 3650-SUSPENDER-DIA THRU 3650-EXIT
               VARYING WRK-JULIANA FROM WRK-JULIANA-INICIO BY 1
               UNTIL WRK-JULIANA > WRK-JULIANA-FIM.
           CLOSE ATTEND-JOURNAL.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FIM DE SEMANA (MESMA DERIVACAO DO PROGCOBO3) OU FERIADO DO
      * CALENDARIO NAO E DIA LETIVO E NAO VAI AO DIARIO
      *----------------------------------------------------------
       3650-SUSPENDER-DIA.
           COMPUTE WRK-DIA-INTEIRO =
               FUNCTION DATE-OF-INTEGER(WRK-JULIANA).
           COMPUTE WRK-DIA-SEMANA =
               FUNCTION MOD(WRK-JULIANA, 7) + 1.
           IF WRK-FIM-DE-SEMANA
               GO TO 3650-EXIT
           END-IF.
           MOVE 'S' TO WRK-DIA-UTIL-SW.
           COMPUTE WRK-MMDD = WRK-DIA-MES * 100 + WRK-DIA-DIA.
           PERFORM 3660-PROCURAR-FERIADO THRU 3660-EXIT
               VARYING WRK-IDX-FER FROM 1 BY 1
               UNTIL WRK-IDX-FER > WRK-QTDE-FERIADOS.
           IF NOT WRK-DIA-UTIL
               GO TO 3650-EXIT
           END-IF.
           MOVE ENT-MATRICULA TO JRN-MATRICULA.
           MOVE WRK-DIA-INTEIRO TO JRN-DATA.
           SET JRN-SUSPENSAO TO TRUE.
           MOVE 'SUSPENSAO' TO JRN-MOTIVO.
           WRITE JRN-REGISTRO.
           ADD 1 TO ENT-SUSP-DIAS.
       3650-EXIT.
           EXIT.

       3660-PROCURAR-FERIADO.
           IF WRK-MMDD = WRK-CAL-MMDD (WRK-IDX-FER)
               MOVE 'N' TO WRK-DIA-UTIL-SW
           END-IF.
       3660-EXIT.
           EXIT.

      *----------------------------------------------------------
      * HISTORICO DO ALUNO: TODAS AS OCORRENCIAS DA MATRICULA, NA
      * ORDEM EM QUE FORAM REGISTRADAS
      *----------------------------------------------------------
       4000-HISTORICO.
           PERFORM 3050-OBTER-MATRICULA THRU 3050-EXIT.
           MOVE ZEROS TO WRK-QTDE-LISTADAS.
           MOVE 'N' TO WRK-EOF-OCORRENCIA-SW.
           OPEN INPUT OCCURRENCE-REGISTER.
           IF WRK-FS-OCORRENCIA NOT = '00'
               MOVE 'Y' TO WRK-EOF-OCORRENCIA-SW
           END-IF.
           PERFORM 4100-LISTAR-UMA THRU 4100-EXIT
               UNTIL WRK-EOF-OCORRENCIA.
           CLOSE OCCURRENCE-REGISTER.
           IF WRK-QTDE-LISTADAS = ZEROS
               DISPLAY 'NENHUMA OCORRENCIA PARA A MATRICULA '
                   WRK-MATRICULA-BUSCA
           ELSE
               DISPLAY 'TOTAL DE OCORRENCIAS: ' WRK-QTDE-LISTADAS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LISTAR-UMA.
           READ OCCURRENCE-REGISTER
               AT END
                   MOVE 'Y' TO WRK-EOF-OCORRENCIA-SW
                   GO TO 4100-EXIT
           END-READ.
           IF OCO-MATRICULA NOT = WRK-MATRICULA-BUSCA
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LISTADAS.
           PERFORM 4200-DESCREVER THRU 4200-EXIT.
           DISPLAY OCO-DIA '/' OCO-MES '/' OCO-ANO ' TURMA '
               OCO-TURMA ' ' WRK-TIPO-EXIBE ' ' WRK-GRAVIDADE-EXIBE
               ' ' WRK-MEDIDA-EXIBE.
           DISPLAY '   ' OCO-DESCRICAO.
           DISPLAY '   RELATADA POR ' OCO-USUARIO.
           IF OCO-SUSPENSAO
               DISPLAY '   SUSPENSO DE ' OCO-SUSP-INICIO ' A '
                   OCO-SUSP-FIM ' - ' OCO-SUSP-DIAS
                   ' DIA(S) LETIVO(S)'
           END-IF.
       4100-EXIT.
           EXIT.

       4200-DESCREVER.
           EVALUATE TRUE
               WHEN OCO-INDISCIPLINA
                   MOVE 'INDISCIPLINA' TO WRK-TIPO-EXIBE
               WHEN OCO-AGRESSAO
                   MOVE 'AGRESSAO' TO WRK-TIPO-EXIBE
               WHEN OCO-DANO
                   MOVE 'DANO AO PATRIMONIO' TO WRK-TIPO-EXIBE
               WHEN OCO-BULLYING
                   MOVE 'BULLYING' TO WRK-TIPO-EXIBE
               WHEN OTHER
                   MOVE 'OUTRA' TO WRK-TIPO-EXIBE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN OCO-LEVE
                   MOVE 'LEVE' TO WRK-GRAVIDADE-EXIBE
               WHEN OCO-MEDIA
                   MOVE 'MEDIA' TO WRK-GRAVIDADE-EXIBE
               WHEN OTHER
                   MOVE 'GRAVE' TO WRK-GRAVIDADE-EXIBE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN OCO-ADVERTENCIA
                   MOVE 'ADVERTENCIA' TO WRK-MEDIDA-EXIBE
               WHEN OCO-SUSPENSAO
                   MOVE 'SUSPENSAO' TO WRK-MEDIDA-EXIBE
               WHEN OTHER
                   MOVE 'SEM MEDIDA' TO WRK-MEDIDA-EXIBE
           END-EVALUATE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RESUMO MENSAL DA TURMA: OCORRENCIAS DO MES PELA TURMA DO
      * ALUNO NA DATA, POR TIPO, GRAVIDADE E MEDIDA, E QUANTAS
      * CADA ALUNO TEVE
      *----------------------------------------------------------
       5000-RESUMO-MENSAL.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA-BUSCA FROM CONSOLE.
           DISPLAY 'MES (AAAAMM): '.
           ACCEPT WRK-MES-BUSCA FROM CONSOLE.
           IF WRK-MES-BUSCA NOT NUMERIC OR
              WRK-MB-MES < 01 OR WRK-MB-MES > 12
               DISPLAY 'MES INVALIDO (' WRK-MES-BUSCA ')'
               GO TO 5000-EXIT
           END-IF.
           MOVE ZEROS TO WRK-RESUMO.
           MOVE ZEROS TO WRK-QTDE-ALUNOS-RES.
           MOVE 'N' TO WRK-EOF-OCORRENCIA-SW.
           OPEN INPUT OCCURRENCE-REGISTER.
           IF WRK-FS-OCORRENCIA NOT = '00'
               MOVE 'Y' TO WRK-EOF-OCORRENCIA-SW
           END-IF.
           PERFORM 5100-SOMAR-UMA THRU 5100-EXIT
               UNTIL WRK-EOF-OCORRENCIA.
           CLOSE OCCURRENCE-REGISTER.
           DISPLAY 'RESUMO DE OCORRENCIAS - TURMA ' WRK-TURMA-BUSCA
               ' MES ' WRK-MB-MES '/' WRK-MB-ANO.
           IF WRK-RES-TOTAL = ZEROS
               DISPLAY 'NENHUMA OCORRENCIA NO MES'
               GO TO 5000-EXIT
           END-IF.
           DISPLAY 'TOTAL ............... ' WRK-RES-TOTAL.
           DISPLAY 'INDISCIPLINA ........ ' WRK-RES-INDISCIPLINA.
           DISPLAY 'AGRESSAO ............ ' WRK-RES-AGRESSAO.
           DISPLAY 'DANO AO PATRIMONIO .. ' WRK-RES-DANO.
           DISPLAY 'BULLYING ............ ' WRK-RES-BULLYING.
           DISPLAY 'OUTRAS .............. ' WRK-RES-OUTRA.
           DISPLAY 'LEVES/MEDIAS/GRAVES . ' WRK-RES-LEVE '/'
               WRK-RES-MEDIA '/' WRK-RES-GRAVE.
           DISPLAY 'ADVERTENCIAS ........ ' WRK-RES-ADVERTENCIAS.
           DISPLAY 'SUSPENSOES .......... ' WRK-RES-SUSPENSOES
               ' (' WRK-RES-DIAS-SUSP ' DIAS LETIVOS)'.
           DISPLAY 'OCORRENCIAS POR ALUNO:'.
           PERFORM 5300-LISTAR-ALUNO THRU 5300-EXIT
               VARYING WRK-IDX-RES FROM 1 BY 1
               UNTIL WRK-IDX-RES > WRK-QTDE-ALUNOS-RES.
       5000-EXIT.
           EXIT.

       5100-SOMAR-UMA.
           READ OCCURRENCE-REGISTER
               AT END
                   MOVE 'Y' TO WRK-EOF-OCORRENCIA-SW
                   GO TO 5100-EXIT
           END-READ.
           IF OCO-TURMA NOT = WRK-TURMA-BUSCA OR
              OCO-ANO NOT = WRK-MB-ANO OR OCO-MES NOT = WRK-MB-MES
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WRK-RES-TOTAL.
           EVALUATE TRUE
               WHEN OCO-INDISCIPLINA
                   ADD 1 TO WRK-RES-INDISCIPLINA
               WHEN OCO-AGRESSAO
                   ADD 1 TO WRK-RES-AGRESSAO
               WHEN OCO-DANO
                   ADD 1 TO WRK-RES-DANO
               WHEN OCO-BULLYING
                   ADD 1 TO WRK-RES-BULLYING
               WHEN OTHER
                   ADD 1 TO WRK-RES-OUTRA
           END-EVALUATE.
           EVALUATE TRUE
               WHEN OCO-LEVE
                   ADD 1 TO WRK-RES-LEVE
               WHEN OCO-MEDIA
                   ADD 1 TO WRK-RES-MEDIA
               WHEN OTHER
                   ADD 1 TO WRK-RES-GRAVE
           END-EVALUATE.
           IF OCO-ADVERTENCIA
               ADD 1 TO WRK-RES-ADVERTENCIAS
           END-IF.
           IF OCO-SUSPENSAO
               ADD 1 TO WRK-RES-SUSPENSOES
               ADD OCO-SUSP-DIAS TO WRK-RES-DIAS-SUSP
           END-IF.
           PERFORM 5200-CONTAR-ALUNO THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

       5200-CONTAR-ALUNO.
           SET WRK-IDX-RES TO 1.
           SEARCH WRK-RES-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-RES > WRK-QTDE-ALUNOS-RES
                   IF WRK-QTDE-ALUNOS-RES < 100
                       ADD 1 TO WRK-QTDE-ALUNOS-RES
                       SET WRK-IDX-RES TO WRK-QTDE-ALUNOS-RES
                       MOVE OCO-MATRICULA TO
                           WRK-RES-MATRICULA (WRK-IDX-RES)
                       MOVE 1 TO WRK-RES-QTDE (WRK-IDX-RES)
                   END-IF
               WHEN WRK-RES-MATRICULA (WRK-IDX-RES) = OCO-MATRICULA
                   ADD 1 TO WRK-RES-QTDE (WRK-IDX-RES)
           END-SEARCH.
       5200-EXIT.
           EXIT.

       5300-LISTAR-ALUNO.
           DISPLAY '  ' WRK-RES-MATRICULA (WRK-IDX-RES) ' '
               WRK-RES-QTDE (WRK-IDX-RES).
       5300-EXIT.
           EXIT.

       8000-FINALIZAR.
           DISPLAY 'OCORRENCIAS INCLUIDAS NA SESSAO: '
               WRK-QTDE-INCLUIDAS.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGISTRA A OPERACAO NO AUDIT-LOG (MESMO LAYOUT DO
      * PROGCOB11)
      *----------------------------------------------------------
       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-FS-AUDIT = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE WRK-USUARIO TO AUDIT-USUARIO.
           MOVE WRK-ANO TO AUDIT-ANO.
           MOVE WRK-MES TO AUDIT-MES.
           MOVE WRK-DIA TO AUDIT-DIA.
           MOVE ZEROS TO AUDIT-NIVEL.
           MOVE WRK-RESULTADO-AUX TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDIT-LOG.
       9000-EXIT.
           EXIT.
