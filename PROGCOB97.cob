       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB97.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Simulacao de mudanca dos parametros de nota antes
      *            de valerem: le um registro candidato GRDCAND (mesmo
      *            layout GRDPARM; campo em branco ou nao numerico
      *            mantem o valor vigente) e reclassifica o ano
      *            corrente a partir das medias vigentes do
      *            CURRENT-RESULTS, com as mesmas regras do lote do
      *            PROGCOB09 (aluno nao ativo e turma descritiva
      *            ficam fora; frequencia do dia inteiro e da
      *            materia abaixo do minimo reprova). Candidato com
      *            TURMA-ESCOPO so muda a classificacao daquela
      *            turma. Pesos dos bimestres diferentes dos
      *            vigentes (so no candidato da escola inteira, o
      *            escopo que o PROGCOB06 usa na postagem) refazem a
      *            media das postagens BIMESTRE-1 A 4 do
      *            GRADE-HISTORY; media que nao bate com as postagens
      *            (corrigida pelo PROGCOB18) ou sem os quatro
      *            bimestres fica com o valor oficial. Nada e gravado
      *            no GRADE-HISTORY, no RECOVERY-ROSTER nem no
      *            GRADE-EXPORT: o relatorio SIMRPT lista os alunos
      *            que mudam de resultado, o quadro por turma e
      *            materia de quantos passam entre APROVADO,
      *            RECUPERACAO e REPROVADO, e a carga da recuperacao
      *            (alunos e salas pelo mesmo criterio do
      *            ensalamento do PROGCOB50).
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Candidato de uma turma so passa a ser
      *                    conferido nas faixas e impresso com os seus
      *                    valores sobre os da escola (antes saiam os
      *                    vigentes).
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-PARAMETERS ASSIGN TO "GRDCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CANDIDATO.
           SELECT CURRENT-RESULTS ASSIGN TO "CRNTRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-CHAVE
               FILE STATUS IS WRK-FS-CORRENTES.
           SELECT OPTIONAL GRADE-HISTORY ASSIGN TO "GRADEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CLASS-MASTER ASSIGN TO "CLASSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASS-CODIGO
               FILE STATUS IS WRK-FS-CLASSE.
           SELECT ATTEND-MASTER ASSIGN TO "ATTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-MATRICULA
               FILE STATUS IS WRK-FS-FREQUENCIA.
           SELECT OPTIONAL ATTEND-SUBJECT ASSIGN TO "ATTSUBJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATS-CHAVE
               FILE STATUS IS WRK-FS-FREQ-MATERIA.
           SELECT SIMULATION-REPORT ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATE-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==CND==.
       FD  CURRENT-RESULTS
           LABEL RECORDS ARE STANDARD.
       COPY CRNTREC REPLACING ==:PREFIXO:== BY ==CRN==.
       FD  GRADE-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY GRADEHST REPLACING ==:PREFIXO:== BY ==GH==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  CLASS-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CLASSREC.
       FD  ATTEND-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ATTNREC REPLACING ==:PREFIXO:== BY ==ATT==.
       FD  ATTEND-SUBJECT
           LABEL RECORDS ARE STANDARD.
       COPY ATTSREC REPLACING ==:PREFIXO:== BY ==ATS==.
       FD  SIMULATION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-CANDIDATO PIC X(02) VALUE '00'.
       77 WRK-FS-CORRENTES PIC X(02) VALUE '00'.
       77 WRK-FS-HISTORICO PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-CLASSE PIC X(02) VALUE '00'.
       77 WRK-FS-FREQUENCIA PIC X(02) VALUE '00'.
       77 WRK-FS-FREQ-MATERIA PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-CRN-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CRN VALUE 'Y'.
       77 WRK-EOF-HIST-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-HIST VALUE 'Y'.
       77 WRK-EOF-CLASSE-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CLASSE VALUE 'Y'.
       77 WRK-MASTER-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-CLASSMST-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-CLASSMST-ABERTO VALUE 'S'.
       77 WRK-ATTMSTR-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-ATTMSTR-ABERTO VALUE 'S'.
       77 WRK-ATTSUBJ-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-ATTSUBJ-ABERTO VALUE 'S'.
       77 WRK-SIMULACAO-OK-SW PIC X(01) VALUE 'N'.
           88 WRK-SIMULACAO-OK VALUE 'S'.
       77 WRK-DATA-PARAM PIC 9(08) VALUE ZEROS.
       77 WRK-TURMA-PARAM PIC X(06) VALUE SPACES.
      *---------------------------------------------------------
      * PARAMETROS: VIGENTES DA ESCOLA (PESOS DA POSTAGEM),
      * VIGENTES DA TURMA DO ALUNO E OS SIMULADOS (CANDIDATO SOBRE
      * OS VIGENTES), TODOS NO LAYOUT GRDPARM
      *---------------------------------------------------------
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==ESC==.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==ATU==.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==SIM==.
       77 WRK-SOMA-PESOS-ESC PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-PESOS-SIM PIC 9(03) VALUE ZEROS.
       01  WRK-PESOS-SIM.
           05 WRK-PESO-SIM-B1 PIC 9(02) VALUE ZEROS.
           05 WRK-PESO-SIM-B2 PIC 9(02) VALUE ZEROS.
           05 WRK-PESO-SIM-B3 PIC 9(02) VALUE ZEROS.
           05 WRK-PESO-SIM-B4 PIC 9(02) VALUE ZEROS.
       77 WRK-PESOS-MUDAM-SW PIC X(01) VALUE 'N'.
           88 WRK-PESOS-MUDAM VALUE 'S'.
       77 WRK-ESCOPO-TURMA-SW PIC X(01) VALUE 'N'.
           88 WRK-TURMA-NO-ESCOPO VALUE 'S'.
      *---------------------------------------------------------
      * MEDIAS VIGENTES DO ANO (CARREGADAS NA ORDEM DA CHAVE DO
      * CURRENT-RESULTS) COM AS NOTAS DOS BIMESTRES ACHADAS NO
      * HISTORICO. TABELA CHEIA E ERRO DURO (RC 8), COMO NO
      * PROGCOB09, EM VEZ DE SIMULAR SO PARTE DA ESCOLA.
      *---------------------------------------------------------
       77 WRK-QTDE-RES PIC 9(05) VALUE ZEROS.
       77 WRK-MAX-RES PIC 9(05) VALUE 9000.
       01  WRK-TABELA-RESULTADOS.
           05 WRK-RES-ITEM OCCURS 9000 TIMES
                   INDEXED BY WRK-IDX-RES WRK-IDX-ULT.
               10 WRK-RES-MATRICULA    PIC 9(07).
               10 WRK-RES-MATERIA      PIC X(10).
               10 WRK-RES-MEDIA        PIC S9(04)V99.
               10 WRK-RES-BIMESTRE OCCURS 4 TIMES.
                   15 WRK-RES-NOTA     PIC S9(04)V99.
                   15 WRK-RES-TEM-NOTA PIC X(01).
       77 WRK-ULTIMO-SW PIC X(01) VALUE 'N'.
           88 WRK-TEM-ULTIMO VALUE 'S'.
       77 WRK-ACHOU-SW PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-IDX-BIM PIC 9(01) VALUE ZEROS.
       01  WRK-OP-BIMESTRE.
           05 FILLER PIC X(09) VALUE 'BIMESTRE-'.
           05 WRK-OP-BIM-NUM PIC 9(01).
      *---------------------------------------------------------
      * ALUNO EM SIMULACAO
      *---------------------------------------------------------
       77 WRK-MATRICULA PIC 9(07) VALUE ZEROS.
       77 WRK-TURMA PIC X(06) VALUE SPACES.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-ALUNO-FORA-SW PIC X(01) VALUE 'N'.
           88 WRK-ALUNO-FORA VALUE 'S'.
       77 WRK-PCT-DIA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TEM-PCT-DIA-SW PIC X(01) VALUE 'N'.
           88 WRK-TEM-PCT-DIA VALUE 'S'.
       77 WRK-PCT-MATERIA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TEM-PCT-MATERIA-SW PIC X(01) VALUE 'N'.
           88 WRK-TEM-PCT-MATERIA VALUE 'S'.
       77 WRK-MEDIA-ATUAL PIC S9(04)V99 VALUE ZEROS.
       77 WRK-MEDIA-SIMULADA PIC S9(04)V99 VALUE ZEROS.
       77 WRK-MEDIA-CONFERE PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MEDIA-RECALC PIC 9(02)V99 VALUE ZEROS.
       77 WRK-RESULTADO-ATUAL PIC 9(01) VALUE ZEROS.
       77 WRK-RESULTADO-SIM PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------------
      * AREA DA CLASSIFICACAO (MESMAS FAIXAS DO 2000-CLASSIFICAR
      * DO PROGCOB09): 1 = APROVADO, 2 = RECUPERACAO, 3 = REPROVADO
      * (POR NOTA OU POR FALTA)
      *---------------------------------------------------------
       77 WRK-CLS-MEDIA PIC S9(04)V99 VALUE ZEROS.
       77 WRK-CLS-RESULTADO PIC 9(01) VALUE ZEROS.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==CLS==.
       01  WRK-TAB-SIGLAS VALUE 'APRRECREP'.
           05 WRK-SIGLA PIC X(03) OCCURS 3 TIMES.
      *---------------------------------------------------------
      * QUADRO POR TURMA E MATERIA: QUANTOS ALUNOS DE CADA
      * RESULTADO VIGENTE (LINHA) VAO PARA CADA RESULTADO SIMULADO
      * (COLUNA)
      *---------------------------------------------------------
       77 WRK-QTDE-GRP PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-GRUPOS.
           05 WRK-GRP-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-GRP WRK-IDX-GRP-B.
               10 WRK-GRP-CHAVE.
                   15 WRK-GRP-TURMA    PIC X(06).
                   15 WRK-GRP-MATERIA  PIC X(10).
               10 WRK-GRP-DE OCCURS 3 TIMES.
                   15 WRK-GRP-QTDE PIC 9(05) OCCURS 3 TIMES.
       01  WRK-GRP-TEMP             PIC X(61).
       01  WRK-CHAVE-GRUPO.
           05 WRK-CHAVE-TURMA      PIC X(06).
           05 WRK-CHAVE-MATERIA    PIC X(10).
       77 WRK-TROCOU-SW PIC X(01) VALUE 'N'.
           88 WRK-TROCOU VALUE 'S'.
       77 WRK-DE PIC 9(01) VALUE ZEROS.
       77 WRK-PARA PIC 9(01) VALUE ZEROS.
       77 WRK-QTDE-GRP-ATUAL PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GRP-SIM PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * SALAS DO CLASS-MASTER COM CAPACIDADE, NA ORDEM DA CHAVE,
      * PARA APURAR A CARGA DA RECUPERACAO COMO O PROGCOB50
      *---------------------------------------------------------
       77 WRK-QTDE-SALAS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-SALAS.
           05 WRK-SALA-CAPACIDADE PIC 9(05) OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-SALA.
       77 WRK-CARGA-ALUNOS PIC 9(05) VALUE ZEROS.
       77 WRK-SALAS-NECESSARIAS PIC 9(02) VALUE ZEROS.
       77 WRK-CAPACIDADE-ACUM PIC 9(07) VALUE ZEROS.
       77 WRK-COTA-SALA PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * CONTAGENS
      *---------------------------------------------------------
       77 WRK-QTDE-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SIMULADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-FORA PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-MUDAM PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RECALCULADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-MANTIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REC-ATUAL PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REC-SIM PIC 9(05) VALUE ZEROS.
       01  WRK-QTDE-POR-RESULTADO.
           05 WRK-QTDE-POR-RESULTADO-ATU PIC 9(05) OCCURS 3 TIMES.
           05 WRK-QTDE-POR-RESULTADO-SIM PIC 9(05) OCCURS 3 TIMES.
      *---------------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------------
       01  WRK-LINHA-ALUNO.
           05 WRK-LA-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-TURMA         PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-MATERIA       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-MEDIA-ATU     PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-RES-ATU       PIC X(03).
           05 FILLER               PIC X(04) VALUE ' -> '.
           05 WRK-LA-MEDIA-SIM     PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-RES-SIM       PIC X(03).
       01  WRK-LINHA-GRUPO.
           05 WRK-LG-TURMA         PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LG-MATERIA       PIC X(10).
           05 FILLER               PIC X(08) VALUE ' ATUAL  '.
           05 WRK-LG-ATU-APR       PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-LG-ATU-REC       PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-LG-ATU-REP       PIC ZZZ9.
           05 FILLER               PIC X(11) VALUE '  SIMULADO '.
           05 WRK-LG-SIM-APR       PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-LG-SIM-REC       PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-LG-SIM-REP       PIC ZZZ9.
       01  WRK-LINHA-MUDANCAS.
           05 FILLER               PIC X(08) VALUE '  MUDAM '.
           05 FILLER               PIC X(08) VALUE 'APR>REC '.
           05 WRK-LM-APR-REC       PIC ZZZ9.
           05 FILLER               PIC X(09) VALUE ' APR>REP '.
           05 WRK-LM-APR-REP       PIC ZZZ9.
           05 FILLER               PIC X(09) VALUE ' REC>APR '.
           05 WRK-LM-REC-APR       PIC ZZZ9.
           05 FILLER               PIC X(09) VALUE ' REC>REP '.
           05 WRK-LM-REC-REP       PIC ZZZ9.
           05 FILLER               PIC X(09) VALUE ' REP>APR '.
           05 WRK-LM-REP-APR       PIC ZZZ9.
           05 FILLER               PIC X(09) VALUE ' REP>REC '.
           05 WRK-LM-REP-REC       PIC ZZZ9.
       01  WRK-LINHA-CARGA.
           05 WRK-LC-DESCRICAO     PIC X(30).
           05 FILLER               PIC X(08) VALUE 'ALUNOS  '.
           05 WRK-LC-ALUNOS        PIC ZZZZ9.
           05 FILLER               PIC X(09) VALUE '  SALAS  '.
           05 WRK-LC-SALAS         PIC Z9.
           05 FILLER               PIC X(13) VALUE '  POR SALA   '.
           05 WRK-LC-COTA          PIC ZZZZ9.
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-DESCRICAO     PIC X(40).
           05 WRK-LT-QTDE          PIC ZZZZ9.
       01  WRK-LINHA-PARAMETRO.
           05 WRK-LP-DESCRICAO     PIC X(12).
           05 FILLER               PIC X(08) VALUE ' APROV. '.
           05 WRK-LP-APROVACAO     PIC Z9,9.
           05 FILLER               PIC X(07) VALUE '  REC. '.
           05 WRK-LP-REC-MIN       PIC Z9,9.
           05 FILLER               PIC X(01) VALUE '-'.
           05 WRK-LP-REC-MAX       PIC Z9,9.
           05 FILLER               PIC X(07) VALUE '  FREQ '.
           05 WRK-LP-FREQ          PIC ZZ9.
           05 FILLER               PIC X(08) VALUE '  PESOS '.
           05 WRK-LP-P1            PIC Z9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-LP-P2            PIC Z9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-LP-P3            PIC Z9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-LP-P4            PIC Z9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-SIMULACAO-OK
               PERFORM 2000-CARREGAR-RESULTADOS THRU 2000-EXIT
           END-IF.
           IF WRK-SIMULACAO-OK AND WRK-PESOS-MUDAM
               PERFORM 2500-CARREGAR-BIMESTRES THRU 2500-EXIT
           END-IF.
           IF WRK-SIMULACAO-OK
               PERFORM 3000-SIMULAR THRU 3000-EXIT
               PERFORM 4000-EMITIR-GRUPOS THRU 4000-EXIT
               PERFORM 5000-EMITIR-CARGA THRU 5000-EXIT
               PERFORM 6000-EMITIR-TOTAIS THRU 6000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS (TODOS SO PARA LEITURA, FORA O RELATORIO),
      * LE O CANDIDATO E MONTA OS PARAMETROS DA SIMULACAO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           MOVE ZEROS TO WRK-QTDE-POR-RESULTADO.
           COMPUTE WRK-DATA-PARAM =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           OPEN OUTPUT SIMULATION-REPORT.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O RELATORIO - FS '
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'SIMULACAO DE PARAMETROS DE NOTA - ANO '
               DELIMITED BY SIZE
               WRK-ANO ' - EMITIDA EM ' DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'NADA FOI GRAVADO NO HISTORICO, NA RECUPERACAO NEM '
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'NA EXPORTACAO - RESULTADOS SOMENTE PARA ANALISE'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 1100-CARREGAR-CANDIDATO THRU 1100-EXIT.
           IF RETURN-CODE NOT < 8
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CURRENT-RESULTS.
           IF WRK-FS-CORRENTES NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CURRENT-RESULTS - FS '
                   WRK-FS-CORRENTES
               MOVE 'SEM O CURRENT-RESULTS NAO HA O QUE SIMULAR'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER = '00'
               MOVE 'S' TO WRK-MASTER-ABERTO-SW
           END-IF.
           OPEN INPUT CLASS-MASTER.
           IF WRK-FS-CLASSE = '00'
               MOVE 'S' TO WRK-CLASSMST-ABERTO-SW
               PERFORM 1300-CARREGAR-SALA THRU 1300-EXIT
                   UNTIL WRK-EOF-CLASSE
           END-IF.
           OPEN INPUT ATTEND-MASTER.
           IF WRK-FS-FREQUENCIA = '00'
               MOVE 'S' TO WRK-ATTMSTR-ABERTO-SW
           END-IF.
           OPEN INPUT ATTEND-SUBJECT.
           IF WRK-FS-FREQ-MATERIA = '00'
               MOVE 'S' TO WRK-ATTSUBJ-ABERTO-SW
           END-IF.
           MOVE 'S' TO WRK-SIMULACAO-OK-SW.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LE O REGISTRO CANDIDATO E MONTA OS VALORES SIMULADOS DA
      * ESCOLA: CAMPO NUMERICO DO CANDIDATO SUBSTITUI O VIGENTE,
      * O RESTO FICA COMO ESTA. OS PESOS SO VALEM NO CANDIDATO DA
      * ESCOLA INTEIRA E COM OS QUATRO INFORMADOS.
      *----------------------------------------------------------
       1100-CARREGAR-CANDIDATO.
           OPEN INPUT CANDIDATE-PARAMETERS.
           IF WRK-FS-CANDIDATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CANDIDATO GRDCAND - FS '
                   WRK-FS-CANDIDATO
               MOVE 'SEM REGISTRO CANDIDATO - NADA SIMULADO'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ CANDIDATE-PARAMETERS
               AT END
                   DISPLAY 'CANDIDATO GRDCAND VAZIO'
                   MOVE 'SEM REGISTRO CANDIDATO - NADA SIMULADO'
                       TO REL-LINHA
                   WRITE REL-LINHA
                   MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE CANDIDATE-PARAMETERS.
           IF RETURN-CODE NOT < 8
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WRK-TURMA-PARAM.
           CALL 'GRDPARMR' USING WRK-TURMA-PARAM WRK-DATA-PARAM
               ESC-REGISTRO.
           COMPUTE WRK-SOMA-PESOS-ESC = ESC-PESO-B1 + ESC-PESO-B2
               + ESC-PESO-B3 + ESC-PESO-B4.
           MOVE ESC-PESO-B1 TO WRK-PESO-SIM-B1.
           MOVE ESC-PESO-B2 TO WRK-PESO-SIM-B2.
           MOVE ESC-PESO-B3 TO WRK-PESO-SIM-B3.
           MOVE ESC-PESO-B4 TO WRK-PESO-SIM-B4.
           IF CND-TURMA-ESCOPO = SPACES AND
              CND-PESO-B1 NUMERIC AND CND-PESO-B2 NUMERIC AND
              CND-PESO-B3 NUMERIC AND CND-PESO-B4 NUMERIC
               MOVE CND-PESO-B1 TO WRK-PESO-SIM-B1
               MOVE CND-PESO-B2 TO WRK-PESO-SIM-B2
               MOVE CND-PESO-B3 TO WRK-PESO-SIM-B3
               MOVE CND-PESO-B4 TO WRK-PESO-SIM-B4
           END-IF.
           COMPUTE WRK-SOMA-PESOS-SIM = WRK-PESO-SIM-B1 +
               WRK-PESO-SIM-B2 + WRK-PESO-SIM-B3 + WRK-PESO-SIM-B4.
           IF WRK-SOMA-PESOS-SIM = ZEROS
               DISPLAY 'CANDIDATO INVALIDO - SOMA DOS PESOS ZERO'
               MOVE 'CANDIDATO INVALIDO - SOMA DOS PESOS ZERO'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           IF WRK-PESO-SIM-B1 NOT = ESC-PESO-B1 OR
              WRK-PESO-SIM-B2 NOT = ESC-PESO-B2 OR
              WRK-PESO-SIM-B3 NOT = ESC-PESO-B3 OR
              WRK-PESO-SIM-B4 NOT = ESC-PESO-B4
               MOVE 'S' TO WRK-PESOS-MUDAM-SW
           END-IF.
           MOVE ESC-REGISTRO TO ATU-REGISTRO.
           MOVE CND-TURMA-ESCOPO TO WRK-TURMA-PARAM.
           PERFORM 1200-MONTAR-SIMULADOS THRU 1200-EXIT.
           IF SIM-NOTA-REC-MINIMA > SIM-NOTA-REC-MAXIMA OR
              SIM-NOTA-APROVACAO > 10 OR
              SIM-NOTA-REC-MAXIMA > 10 OR
              SIM-FREQ-MINIMA > 100
               DISPLAY 'CANDIDATO INVALIDO - FAIXAS INCOERENTES'
               MOVE 'CANDIDATO INVALIDO - FAIXAS INCOERENTES'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           MOVE 'ESCOPO DO CANDIDATO: ' TO REL-LINHA.
           IF CND-TURMA-ESCOPO = SPACES
               MOVE 'ESCOLA INTEIRA' TO REL-LINHA (22:14)
           ELSE
               MOVE 'TURMA ' TO REL-LINHA (22:6)
               MOVE CND-TURMA-ESCOPO TO REL-LINHA (28:6)
           END-IF.
           WRITE REL-LINHA.
           MOVE 'VIGENTE' TO WRK-LP-DESCRICAO.
           MOVE ATU-NOTA-APROVACAO TO WRK-LP-APROVACAO.
           MOVE ATU-NOTA-REC-MINIMA TO WRK-LP-REC-MIN.
           MOVE ATU-NOTA-REC-MAXIMA TO WRK-LP-REC-MAX.
           MOVE ATU-FREQ-MINIMA TO WRK-LP-FREQ.
           MOVE ESC-PESO-B1 TO WRK-LP-P1.
           MOVE ESC-PESO-B2 TO WRK-LP-P2.
           MOVE ESC-PESO-B3 TO WRK-LP-P3.
           MOVE ESC-PESO-B4 TO WRK-LP-P4.
           WRITE REL-LINHA FROM WRK-LINHA-PARAMETRO.
           MOVE 'CANDIDATO' TO WRK-LP-DESCRICAO.
           MOVE SIM-NOTA-APROVACAO TO WRK-LP-APROVACAO.
           MOVE SIM-NOTA-REC-MINIMA TO WRK-LP-REC-MIN.
           MOVE SIM-NOTA-REC-MAXIMA TO WRK-LP-REC-MAX.
           MOVE SIM-FREQ-MINIMA TO WRK-LP-FREQ.
           MOVE WRK-PESO-SIM-B1 TO WRK-LP-P1.
           MOVE WRK-PESO-SIM-B2 TO WRK-LP-P2.
           MOVE WRK-PESO-SIM-B3 TO WRK-LP-P3.
           MOVE WRK-PESO-SIM-B4 TO WRK-LP-P4.
           WRITE REL-LINHA FROM WRK-LINHA-PARAMETRO.
           MOVE '(VIGENTE = REGISTRO DA ESCOLA; TURMA COM REGISTRO '
               TO REL-LINHA.
           MOVE 'PROPRIO USA O DELA)' TO REL-LINHA (51:19).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MONTA EM SIM- OS CORTES SIMULADOS SOBRE OS VIGENTES EM
      * ATU-: SO A TURMA NO ESCOPO DO CANDIDATO (OU TODAS, NO
      * CANDIDATO DA ESCOLA) RECEBE OS CAMPOS DO CANDIDATO
      *----------------------------------------------------------
       1200-MONTAR-SIMULADOS.
           MOVE ATU-REGISTRO TO SIM-REGISTRO.
           MOVE 'N' TO WRK-ESCOPO-TURMA-SW.
           IF CND-TURMA-ESCOPO = SPACES OR
              CND-TURMA-ESCOPO = WRK-TURMA-PARAM
               MOVE 'S' TO WRK-ESCOPO-TURMA-SW
           END-IF.
           IF NOT WRK-TURMA-NO-ESCOPO
               GO TO 1200-EXIT
           END-IF.
           IF CND-NOTA-APROVACAO NUMERIC
               MOVE CND-NOTA-APROVACAO TO SIM-NOTA-APROVACAO
           END-IF.
           IF CND-NOTA-REC-MINIMA NUMERIC
               MOVE CND-NOTA-REC-MINIMA TO SIM-NOTA-REC-MINIMA
           END-IF.
           IF CND-NOTA-REC-MAXIMA NUMERIC
               MOVE CND-NOTA-REC-MAXIMA TO SIM-NOTA-REC-MAXIMA
           END-IF.
           IF CND-FREQ-MINIMA NUMERIC
               MOVE CND-FREQ-MINIMA TO SIM-FREQ-MINIMA
           END-IF.
       1200-EXIT.
           EXIT.

       1300-CARREGAR-SALA.
           READ CLASS-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-CLASSE-SW
               NOT AT END
                   IF CLASS-CAPACIDADE NUMERIC AND
                      CLASS-CAPACIDADE > ZEROS AND
                      WRK-QTDE-SALAS < 50
                       ADD 1 TO WRK-QTDE-SALAS
                       MOVE CLASS-CAPACIDADE TO
                           WRK-SALA-CAPACIDADE (WRK-QTDE-SALAS)
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA AS MEDIAS VIGENTES DO ANO NA ORDEM DA CHAVE
      *----------------------------------------------------------
       2000-CARREGAR-RESULTADOS.
           MOVE ZEROS TO CRN-MATRICULA.
           MOVE LOW-VALUES TO CRN-MATERIA.
           MOVE ZEROS TO CRN-ANO.
           START CURRENT-RESULTS KEY NOT < CRN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-CRN-SW
           END-START.
           PERFORM 2100-LER-RESULTADO THRU 2100-EXIT
               UNTIL WRK-EOF-CRN OR NOT WRK-SIMULACAO-OK.
       2000-EXIT.
           EXIT.

       2100-LER-RESULTADO.
           READ CURRENT-RESULTS NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-CRN-SW
                   GO TO 2100-EXIT
           END-READ.
           IF CRN-ANO NOT = WRK-ANO
               GO TO 2100-EXIT
           END-IF.
           IF WRK-QTDE-RES >= WRK-MAX-RES
               DISPLAY 'ERRO - TABELA DE MEDIAS CHEIA (' WRK-MAX-RES
                   ') - SIMULACAO NAO EMITIDA'
               MOVE 'ERRO - TABELA DE MEDIAS CHEIA - SIMULACAO NAO '
                   TO REL-LINHA
               MOVE 'EMITIDA' TO REL-LINHA (47:7)
               WRITE REL-LINHA
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WRK-SIMULACAO-OK-SW
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-RES.
           SET WRK-IDX-RES TO WRK-QTDE-RES.
           MOVE CRN-MATRICULA TO WRK-RES-MATRICULA (WRK-IDX-RES).
           MOVE CRN-MATERIA TO WRK-RES-MATERIA (WRK-IDX-RES).
           MOVE CRN-MEDIA TO WRK-RES-MEDIA (WRK-IDX-RES).
           PERFORM 2150-LIMPAR-BIMESTRE THRU 2150-EXIT
               VARYING WRK-IDX-BIM FROM 1 BY 1
               UNTIL WRK-IDX-BIM > 4.
       2100-EXIT.
           EXIT.

       2150-LIMPAR-BIMESTRE.
           MOVE ZEROS TO WRK-RES-NOTA (WRK-IDX-RES, WRK-IDX-BIM).
           MOVE 'N' TO WRK-RES-TEM-NOTA (WRK-IDX-RES, WRK-IDX-BIM).
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * COM PESOS NOVOS, VARRE O HISTORICO UMA VEZ E GUARDA AS
      * POSTAGENS BIMESTRE-1 A 4 DO ANO DE CADA MEDIA DA TABELA
      *----------------------------------------------------------
       2500-CARREGAR-BIMESTRES.
           MOVE 'N' TO WRK-ULTIMO-SW.
           OPEN INPUT GRADE-HISTORY.
           IF WRK-FS-HISTORICO NOT = '00'
               DISPLAY 'ATENCAO - GRADE-HISTORY INDISPONIVEL, MEDIAS '
                   'FICAM COM O VALOR OFICIAL'
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2550-LER-HISTORICO THRU 2550-EXIT
               UNTIL WRK-EOF-HIST.
           CLOSE GRADE-HISTORY.
       2500-EXIT.
           EXIT.

       2550-LER-HISTORICO.
           READ GRADE-HISTORY
               AT END
                   MOVE 'Y' TO WRK-EOF-HIST-SW
                   GO TO 2550-EXIT
           END-READ.
           IF GH-ANO NOT = WRK-ANO OR
              GH-OPERACAO (1:9) NOT = 'BIMESTRE-'
               GO TO 2550-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IDX-BIM.
           PERFORM 2560-IDENTIFICAR-BIMESTRE THRU 2560-EXIT
               VARYING WRK-OP-BIM-NUM FROM 1 BY 1
               UNTIL WRK-OP-BIM-NUM > 4 OR WRK-IDX-BIM > ZEROS.
           IF WRK-IDX-BIM = ZEROS
               GO TO 2550-EXIT
           END-IF.
           PERFORM 2600-LOCALIZAR-MEDIA THRU 2600-EXIT.
           IF WRK-ACHOU
               MOVE GH-RESULTADO TO
                   WRK-RES-NOTA (WRK-IDX-ULT, WRK-IDX-BIM)
               MOVE 'S' TO WRK-RES-TEM-NOTA (WRK-IDX-ULT, WRK-IDX-BIM)
           END-IF.
       2550-EXIT.
           EXIT.

       2560-IDENTIFICAR-BIMESTRE.
           IF GH-OPERACAO = WRK-OP-BIMESTRE
               MOVE WRK-OP-BIM-NUM TO WRK-IDX-BIM
           END-IF.
       2560-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROCURA A MEDIA DA MATRICULA/MATERIA DA LINHA DO
      * HISTORICO. O PROGCOB06 GRAVA OS QUATRO BIMESTRES DE UMA
      * MATERIA EM SEGUIDA, ENTAO A ULTIMA ACHADA E CONFERIDA ANTES
      * DE PROCURAR NA TABELA TODA.
      *----------------------------------------------------------
       2600-LOCALIZAR-MEDIA.
           MOVE 'N' TO WRK-ACHOU-SW.
           IF WRK-TEM-ULTIMO
               IF WRK-RES-MATRICULA (WRK-IDX-ULT) = GH-MATRICULA AND
                  WRK-RES-MATERIA (WRK-IDX-ULT) = GH-MATERIA
                   MOVE 'S' TO WRK-ACHOU-SW
                   GO TO 2600-EXIT
               END-IF
           END-IF.
           SET WRK-IDX-RES TO 1.
           SEARCH WRK-RES-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-RES > WRK-QTDE-RES
                   CONTINUE
               WHEN WRK-RES-MATRICULA (WRK-IDX-RES) = GH-MATRICULA
                AND WRK-RES-MATERIA (WRK-IDX-RES) = GH-MATERIA
                   MOVE 'S' TO WRK-ACHOU-SW
                   SET WRK-IDX-ULT TO WRK-IDX-RES
                   MOVE 'S' TO WRK-ULTIMO-SW
           END-SEARCH.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SIMULA CADA MEDIA DA TABELA; A LISTA DOS ALUNOS QUE MUDAM
      * SAI NA ORDEM DA MATRICULA
      *----------------------------------------------------------
       3000-SIMULAR.
           MOVE 'ALUNOS QUE MUDAM DE RESULTADO (APR = APROVADO, REC ='
               TO REL-LINHA.
           MOVE ' RECUPERACAO,' TO REL-LINHA (53:13).
           WRITE REL-LINHA.
           MOVE 'REP = REPROVADO POR NOTA OU FALTA)' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'MATRIC. NOME                 TURMA  MATERIA    VIGENTE'
               TO REL-LINHA.
           MOVE '       SIMULADO' TO REL-LINHA (56:15).
           WRITE REL-LINHA.
           IF WRK-QTDE-RES > ZEROS
               PERFORM 3100-SIMULAR-MEDIA THRU 3100-EXIT
                   VARYING WRK-IDX-RES FROM 1 BY 1
                   UNTIL WRK-IDX-RES > WRK-QTDE-RES
           END-IF.
           IF WRK-QTDE-MUDAM = ZEROS
               MOVE '  NENHUM ALUNO MUDA DE RESULTADO' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       3000-EXIT.
           EXIT.

       3100-SIMULAR-MEDIA.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE WRK-RES-MATRICULA (WRK-IDX-RES) TO WRK-MATRICULA.
           PERFORM 3150-VERIFICAR-ALUNO THRU 3150-EXIT.
           IF WRK-ALUNO-FORA
               ADD 1 TO WRK-QTDE-FORA
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SIMULADOS.
           PERFORM 3200-LER-FREQUENCIA THRU 3200-EXIT.
           MOVE WRK-TURMA TO WRK-TURMA-PARAM.
           CALL 'GRDPARMR' USING WRK-TURMA-PARAM WRK-DATA-PARAM
               ATU-REGISTRO.
           PERFORM 1200-MONTAR-SIMULADOS THRU 1200-EXIT.
           MOVE WRK-RES-MEDIA (WRK-IDX-RES) TO WRK-MEDIA-ATUAL.
           MOVE WRK-MEDIA-ATUAL TO WRK-CLS-MEDIA.
           MOVE ATU-REGISTRO TO CLS-REGISTRO.
           PERFORM 3800-CLASSIFICAR THRU 3800-EXIT.
           MOVE WRK-CLS-RESULTADO TO WRK-RESULTADO-ATUAL.
           PERFORM 3300-CALCULAR-MEDIA-SIMULADA THRU 3300-EXIT.
           MOVE WRK-MEDIA-SIMULADA TO WRK-CLS-MEDIA.
           MOVE SIM-REGISTRO TO CLS-REGISTRO.
           PERFORM 3800-CLASSIFICAR THRU 3800-EXIT.
           MOVE WRK-CLS-RESULTADO TO WRK-RESULTADO-SIM.
           ADD 1 TO WRK-QTDE-POR-RESULTADO-ATU (WRK-RESULTADO-ATUAL).
           ADD 1 TO WRK-QTDE-POR-RESULTADO-SIM (WRK-RESULTADO-SIM).
           IF WRK-RESULTADO-ATUAL = 2
               ADD 1 TO WRK-QTDE-REC-ATUAL
           END-IF.
           IF WRK-RESULTADO-SIM = 2
               ADD 1 TO WRK-QTDE-REC-SIM
           END-IF.
           PERFORM 3500-ACUMULAR-GRUPO THRU 3500-EXIT.
           IF WRK-RESULTADO-ATUAL NOT = WRK-RESULTADO-SIM
               ADD 1 TO WRK-QTDE-MUDAM
               MOVE WRK-MATRICULA TO WRK-LA-MATRICULA
               MOVE WRK-NOME TO WRK-LA-NOME
               MOVE WRK-TURMA TO WRK-LA-TURMA
               MOVE WRK-RES-MATERIA (WRK-IDX-RES) TO WRK-LA-MATERIA
               MOVE WRK-MEDIA-ATUAL TO WRK-LA-MEDIA-ATU
               MOVE WRK-SIGLA (WRK-RESULTADO-ATUAL) TO WRK-LA-RES-ATU
               MOVE WRK-MEDIA-SIMULADA TO WRK-LA-MEDIA-SIM
               MOVE WRK-SIGLA (WRK-RESULTADO-SIM) TO WRK-LA-RES-SIM
               WRITE REL-LINHA FROM WRK-LINHA-ALUNO
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ALUNO NAO ATIVO NO STUDENT-MASTER OU DE TURMA DESCRITIVA
      * FICA FORA, COMO NO LOTE DO PROGCOB09; SEM REGISTRO NO
      * MASTER SEGUE SIMULADO, SEM TURMA
      *----------------------------------------------------------
       3150-VERIFICAR-ALUNO.
           MOVE 'N' TO WRK-ALUNO-FORA-SW.
           MOVE SPACES TO WRK-TURMA WRK-NOME.
           IF WRK-MASTER-ABERTO
               MOVE WRK-MATRICULA TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-TURMA TO WRK-TURMA
                       MOVE SM-NOME TO WRK-NOME
                       IF NOT SM-ATIVO
                           MOVE 'S' TO WRK-ALUNO-FORA-SW
                       END-IF
               END-READ
           END-IF.
           IF WRK-ALUNO-FORA OR NOT WRK-CLASSMST-ABERTO OR
              WRK-TURMA = SPACES
               GO TO 3150-EXIT
           END-IF.
           MOVE WRK-TURMA TO CLASS-CODIGO.
           READ CLASS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLASS-DESCRITIVA
                       MOVE 'S' TO WRK-ALUNO-FORA-SW
                   END-IF
           END-READ.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PRESENCA DO DIA INTEIRO (ATTEND-MASTER) E NA MATERIA
      * (ATTEND-SUBJECT); SEM REGISTRO, NAO HA O QUE CONFERIR
      *----------------------------------------------------------
       3200-LER-FREQUENCIA.
           MOVE 'N' TO WRK-TEM-PCT-DIA-SW.
           MOVE 'N' TO WRK-TEM-PCT-MATERIA-SW.
           IF WRK-ATTMSTR-ABERTO
               MOVE WRK-MATRICULA TO ATT-MATRICULA
               READ ATTEND-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ATT-PCT-PRESENCA TO WRK-PCT-DIA
                       MOVE 'S' TO WRK-TEM-PCT-DIA-SW
               END-READ
           END-IF.
           IF WRK-ATTSUBJ-ABERTO
               MOVE WRK-MATRICULA TO ATS-MATRICULA
               MOVE WRK-RES-MATERIA (WRK-IDX-RES) TO ATS-MATERIA
               READ ATTEND-SUBJECT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ATS-PCT-PRESENCA TO WRK-PCT-MATERIA
                       MOVE 'S' TO WRK-TEM-PCT-MATERIA-SW
               END-READ
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MEDIA SIMULADA: SEM PESOS NOVOS E A OFICIAL. COM PESOS
      * NOVOS, AS QUATRO POSTAGENS REFEITAS COM OS PESOS VIGENTES
      * PRECISAM DAR A MEDIA OFICIAL (SENAO ELA FOI CORRIGIDA OU
      * POSTADA COM OUTROS PESOS) PARA A MEDIA SER REFEITA COM OS
      * PESOS DO CANDIDATO; FORA ISSO FICA A OFICIAL.
      *----------------------------------------------------------
       3300-CALCULAR-MEDIA-SIMULADA.
           MOVE WRK-MEDIA-ATUAL TO WRK-MEDIA-SIMULADA.
           IF NOT WRK-PESOS-MUDAM
               GO TO 3300-EXIT
           END-IF.
           IF WRK-RES-TEM-NOTA (WRK-IDX-RES, 1) NOT = 'S' OR
              WRK-RES-TEM-NOTA (WRK-IDX-RES, 2) NOT = 'S' OR
              WRK-RES-TEM-NOTA (WRK-IDX-RES, 3) NOT = 'S' OR
              WRK-RES-TEM-NOTA (WRK-IDX-RES, 4) NOT = 'S' OR
              WRK-SOMA-PESOS-ESC = ZEROS
               ADD 1 TO WRK-QTDE-MANTIDAS
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WRK-MEDIA-CONFERE ROUNDED =
               (WRK-RES-NOTA (WRK-IDX-RES, 1) * ESC-PESO-B1 +
                WRK-RES-NOTA (WRK-IDX-RES, 2) * ESC-PESO-B2 +
                WRK-RES-NOTA (WRK-IDX-RES, 3) * ESC-PESO-B3 +
                WRK-RES-NOTA (WRK-IDX-RES, 4) * ESC-PESO-B4)
               / WRK-SOMA-PESOS-ESC.
           IF WRK-MEDIA-CONFERE NOT = WRK-MEDIA-ATUAL
               ADD 1 TO WRK-QTDE-MANTIDAS
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WRK-MEDIA-RECALC ROUNDED =
               (WRK-RES-NOTA (WRK-IDX-RES, 1) * WRK-PESO-SIM-B1 +
                WRK-RES-NOTA (WRK-IDX-RES, 2) * WRK-PESO-SIM-B2 +
                WRK-RES-NOTA (WRK-IDX-RES, 3) * WRK-PESO-SIM-B3 +
                WRK-RES-NOTA (WRK-IDX-RES, 4) * WRK-PESO-SIM-B4)
               / WRK-SOMA-PESOS-SIM.
           MOVE WRK-MEDIA-RECALC TO WRK-MEDIA-SIMULADA.
           ADD 1 TO WRK-QTDE-RECALCULADAS.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ACUMULA O RESULTADO NO QUADRO DA TURMA/MATERIA
      *----------------------------------------------------------
       3500-ACUMULAR-GRUPO.
           MOVE WRK-TURMA TO WRK-CHAVE-TURMA.
           MOVE WRK-RES-MATERIA (WRK-IDX-RES) TO WRK-CHAVE-MATERIA.
           SET WRK-IDX-GRP TO 1.
           SEARCH WRK-GRP-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-GRP > WRK-QTDE-GRP
                   CONTINUE
               WHEN WRK-GRP-CHAVE (WRK-IDX-GRP) = WRK-CHAVE-GRUPO
                   CONTINUE
           END-SEARCH.
           IF WRK-IDX-GRP > WRK-QTDE-GRP
               IF WRK-QTDE-GRP >= 1000
                   DISPLAY 'ATENCAO - QUADRO DE TURMAS/MATERIAS CHEIO, '
                       WRK-CHAVE-GRUPO ' FORA DO QUADRO'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 3500-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-GRP
               SET WRK-IDX-GRP TO WRK-QTDE-GRP
               MOVE WRK-CHAVE-GRUPO TO WRK-GRP-CHAVE (WRK-IDX-GRP)
               PERFORM 3550-ZERAR-GRUPO THRU 3550-EXIT
                   VARYING WRK-DE FROM 1 BY 1 UNTIL WRK-DE > 3
           END-IF.
           ADD 1 TO WRK-GRP-QTDE (WRK-IDX-GRP, WRK-RESULTADO-ATUAL,
               WRK-RESULTADO-SIM).
       3500-EXIT.
           EXIT.

       3550-ZERAR-GRUPO.
           MOVE ZEROS TO WRK-GRP-QTDE (WRK-IDX-GRP, WRK-DE, 1)
               WRK-GRP-QTDE (WRK-IDX-GRP, WRK-DE, 2)
               WRK-GRP-QTDE (WRK-IDX-GRP, WRK-DE, 3).
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CLASSIFICA WRK-CLS-MEDIA COM OS CORTES EM CLS-: FREQUENCIA
      * DO DIA OU DA MATERIA ABAIXO DO MINIMO REPROVA; DEPOIS AS
      * FAIXAS DE APROVACAO E RECUPERACAO
      *----------------------------------------------------------
       3800-CLASSIFICAR.
           IF (WRK-TEM-PCT-DIA AND WRK-PCT-DIA < CLS-FREQ-MINIMA) OR
              (WRK-TEM-PCT-MATERIA AND
               WRK-PCT-MATERIA < CLS-FREQ-MINIMA)
               MOVE 3 TO WRK-CLS-RESULTADO
               GO TO 3800-EXIT
           END-IF.
           EVALUATE WRK-CLS-MEDIA
               WHEN CLS-NOTA-APROVACAO THRU 10
                   MOVE 1 TO WRK-CLS-RESULTADO
               WHEN CLS-NOTA-REC-MINIMA THRU CLS-NOTA-REC-MAXIMA
                   MOVE 2 TO WRK-CLS-RESULTADO
               WHEN OTHER
                   MOVE 3 TO WRK-CLS-RESULTADO
           END-EVALUATE.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * QUADRO POR TURMA E MATERIA, EM ORDEM DE TURMA E MATERIA
      *----------------------------------------------------------
       4000-EMITIR-GRUPOS.
           MOVE 'QUADRO POR TURMA E MATERIA (APR/REC/REP)' TO
               REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTDE-GRP = ZEROS
               MOVE '  NENHUMA MEDIA SIMULADA' TO REL-LINHA
               WRITE REL-LINHA
               GO TO 4000-EXIT
           END-IF.
           IF WRK-QTDE-GRP > 1
               MOVE 'S' TO WRK-TROCOU-SW
               PERFORM 4100-PASSADA-ORDENACAO THRU 4100-EXIT
                   UNTIL NOT WRK-TROCOU
           END-IF.
           PERFORM 4200-EMITIR-GRUPO THRU 4200-EXIT
               VARYING WRK-IDX-GRP FROM 1 BY 1
               UNTIL WRK-IDX-GRP > WRK-QTDE-GRP.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       4000-EXIT.
           EXIT.

       4100-PASSADA-ORDENACAO.
           MOVE 'N' TO WRK-TROCOU-SW.
           PERFORM 4150-COMPARAR-ADJACENTES THRU 4150-EXIT
               VARYING WRK-IDX-GRP FROM 1 BY 1
               UNTIL WRK-IDX-GRP >= WRK-QTDE-GRP.
       4100-EXIT.
           EXIT.

       4150-COMPARAR-ADJACENTES.
           SET WRK-IDX-GRP-B TO WRK-IDX-GRP.
           SET WRK-IDX-GRP-B UP BY 1.
           IF WRK-GRP-CHAVE (WRK-IDX-GRP) >
              WRK-GRP-CHAVE (WRK-IDX-GRP-B)
               MOVE WRK-GRP-ITEM (WRK-IDX-GRP) TO WRK-GRP-TEMP
               MOVE WRK-GRP-ITEM (WRK-IDX-GRP-B) TO
                   WRK-GRP-ITEM (WRK-IDX-GRP)
               MOVE WRK-GRP-TEMP TO WRK-GRP-ITEM (WRK-IDX-GRP-B)
               MOVE 'S' TO WRK-TROCOU-SW
           END-IF.
       4150-EXIT.
           EXIT.

       4200-EMITIR-GRUPO.
           MOVE WRK-GRP-TURMA (WRK-IDX-GRP) TO WRK-LG-TURMA.
           MOVE WRK-GRP-MATERIA (WRK-IDX-GRP) TO WRK-LG-MATERIA.
           MOVE 1 TO WRK-DE.
           PERFORM 4250-SOMAR-LINHA-COLUNA THRU 4250-EXIT.
           MOVE WRK-QTDE-GRP-ATUAL TO WRK-LG-ATU-APR.
           MOVE WRK-QTDE-GRP-SIM TO WRK-LG-SIM-APR.
           MOVE 2 TO WRK-DE.
           PERFORM 4250-SOMAR-LINHA-COLUNA THRU 4250-EXIT.
           MOVE WRK-QTDE-GRP-ATUAL TO WRK-LG-ATU-REC.
           MOVE WRK-QTDE-GRP-SIM TO WRK-LG-SIM-REC.
           MOVE 3 TO WRK-DE.
           PERFORM 4250-SOMAR-LINHA-COLUNA THRU 4250-EXIT.
           MOVE WRK-QTDE-GRP-ATUAL TO WRK-LG-ATU-REP.
           MOVE WRK-QTDE-GRP-SIM TO WRK-LG-SIM-REP.
           WRITE REL-LINHA FROM WRK-LINHA-GRUPO.
           MOVE WRK-GRP-QTDE (WRK-IDX-GRP, 1, 2) TO WRK-LM-APR-REC.
           MOVE WRK-GRP-QTDE (WRK-IDX-GRP, 1, 3) TO WRK-LM-APR-REP.
           MOVE WRK-GRP-QTDE (WRK-IDX-GRP, 2, 1) TO WRK-LM-REC-APR.
           MOVE WRK-GRP-QTDE (WRK-IDX-GRP, 2, 3) TO WRK-LM-REC-REP.
           MOVE WRK-GRP-QTDE (WRK-IDX-GRP, 3, 1) TO WRK-LM-REP-APR.
           MOVE WRK-GRP-QTDE (WRK-IDX-GRP, 3, 2) TO WRK-LM-REP-REC.
           WRITE REL-LINHA FROM WRK-LINHA-MUDANCAS.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TOTAL DO RESULTADO WRK-DE NO VIGENTE (LINHA DO QUADRO) E
      * NO SIMULADO (COLUNA DO QUADRO)
      *----------------------------------------------------------
       4250-SOMAR-LINHA-COLUNA.
           COMPUTE WRK-QTDE-GRP-ATUAL =
               WRK-GRP-QTDE (WRK-IDX-GRP, WRK-DE, 1) +
               WRK-GRP-QTDE (WRK-IDX-GRP, WRK-DE, 2) +
               WRK-GRP-QTDE (WRK-IDX-GRP, WRK-DE, 3).
           COMPUTE WRK-QTDE-GRP-SIM =
               WRK-GRP-QTDE (WRK-IDX-GRP, 1, WRK-DE) +
               WRK-GRP-QTDE (WRK-IDX-GRP, 2, WRK-DE) +
               WRK-GRP-QTDE (WRK-IDX-GRP, 3, WRK-DE).
       4250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARGA DA RECUPERACAO: CADA MEDIA EM RECUPERACAO E UMA
      * LINHA DO RECOVERY-ROSTER QUE O PROGCOB50 ENSALA; AS SALAS
      * SAO AS PRIMEIRAS DO CLASS-MASTER ATE A CAPACIDADE COMPORTAR
      * O TOTAL, COM A COTA EQUILIBRADA POR SALA
      *----------------------------------------------------------
       5000-EMITIR-CARGA.
           MOVE 'CARGA DA RECUPERACAO (ENSALAMENTO DO PROGCOB50)' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'VIGENTE' TO WRK-LC-DESCRICAO.
           MOVE WRK-QTDE-REC-ATUAL TO WRK-CARGA-ALUNOS.
           PERFORM 5100-EMITIR-LINHA-CARGA THRU 5100-EXIT.
           MOVE 'SIMULADO' TO WRK-LC-DESCRICAO.
           MOVE WRK-QTDE-REC-SIM TO WRK-CARGA-ALUNOS.
           PERFORM 5100-EMITIR-LINHA-CARGA THRU 5100-EXIT.
           IF WRK-QTDE-SALAS = ZEROS
               MOVE '  NENHUMA SALA COM CAPACIDADE NO CLASS-MASTER'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       5000-EXIT.
           EXIT.

       5100-EMITIR-LINHA-CARGA.
           MOVE ZEROS TO WRK-SALAS-NECESSARIAS WRK-CAPACIDADE-ACUM
               WRK-COTA-SALA.
           IF WRK-CARGA-ALUNOS > ZEROS AND WRK-QTDE-SALAS > ZEROS
               PERFORM 5150-ACUMULAR-SALA THRU 5150-EXIT
                   VARYING WRK-IDX-SALA FROM 1 BY 1
                   UNTIL WRK-IDX-SALA > WRK-QTDE-SALAS
                      OR WRK-CAPACIDADE-ACUM >= WRK-CARGA-ALUNOS
               COMPUTE WRK-COTA-SALA =
                   (WRK-CARGA-ALUNOS + WRK-SALAS-NECESSARIAS - 1)
                   / WRK-SALAS-NECESSARIAS
           END-IF.
           MOVE WRK-CARGA-ALUNOS TO WRK-LC-ALUNOS.
           MOVE WRK-SALAS-NECESSARIAS TO WRK-LC-SALAS.
           MOVE WRK-COTA-SALA TO WRK-LC-COTA.
           WRITE REL-LINHA FROM WRK-LINHA-CARGA.
           IF WRK-CAPACIDADE-ACUM < WRK-CARGA-ALUNOS AND
              WRK-QTDE-SALAS > ZEROS
               MOVE '  ATENCAO - CAPACIDADE DAS SALAS MENOR QUE OS '
                   TO REL-LINHA
               MOVE 'ALUNOS' TO REL-LINHA (48:6)
               WRITE REL-LINHA
           END-IF.
       5100-EXIT.
           EXIT.

       5150-ACUMULAR-SALA.
           ADD 1 TO WRK-SALAS-NECESSARIAS.
           ADD WRK-SALA-CAPACIDADE (WRK-IDX-SALA)
               TO WRK-CAPACIDADE-ACUM.
       5150-EXIT.
           EXIT.

       6000-EMITIR-TOTAIS.
           IF WRK-QTDE-MANTIDAS > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'TOTAIS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'MEDIAS DO ANO LIDAS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-LIDOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'FORA (NAO ATIVO OU TURMA DESCRITIVA)' TO
               WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-FORA TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'MEDIAS SIMULADAS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-SIMULADOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'MUDAM DE RESULTADO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-MUDAM TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'APROVADOS VIGENTE / SIMULADO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-POR-RESULTADO-ATU (1) TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE WRK-QTDE-POR-RESULTADO-SIM (1) TO WRK-LT-QTDE.
           MOVE SPACES TO WRK-LT-DESCRICAO.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'RECUPERACAO VIGENTE / SIMULADO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-POR-RESULTADO-ATU (2) TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE WRK-QTDE-POR-RESULTADO-SIM (2) TO WRK-LT-QTDE.
           MOVE SPACES TO WRK-LT-DESCRICAO.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'REPROVADOS VIGENTE / SIMULADO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-POR-RESULTADO-ATU (3) TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE WRK-QTDE-POR-RESULTADO-SIM (3) TO WRK-LT-QTDE.
           MOVE SPACES TO WRK-LT-DESCRICAO.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           IF WRK-PESOS-MUDAM
               MOVE 'MEDIAS REFEITAS COM OS PESOS NOVOS' TO
                   WRK-LT-DESCRICAO
               MOVE WRK-QTDE-RECALCULADAS TO WRK-LT-QTDE
               WRITE REL-LINHA FROM WRK-LINHA-TOTAL
               MOVE 'MEDIAS MANTIDAS (CORRIGIDAS/SEM BIM.)' TO
                   WRK-LT-DESCRICAO
               MOVE WRK-QTDE-MANTIDAS TO WRK-LT-QTDE
               WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           END-IF.
       6000-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF WRK-SIMULACAO-OK
               CLOSE CURRENT-RESULTS
           END-IF.
           IF WRK-MASTER-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           IF WRK-CLASSMST-ABERTO
               CLOSE CLASS-MASTER
           END-IF.
           IF WRK-ATTMSTR-ABERTO
               CLOSE ATTEND-MASTER
           END-IF.
           IF WRK-ATTSUBJ-ABERTO
               CLOSE ATTEND-SUBJECT
           END-IF.
           CLOSE SIMULATION-REPORT.
           DISPLAY 'MEDIAS DO ANO LIDAS........: ' WRK-QTDE-LIDOS.
           DISPLAY 'MEDIAS SIMULADAS...........: ' WRK-QTDE-SIMULADOS.
           DISPLAY 'MUDAM DE RESULTADO.........: ' WRK-QTDE-MUDAM.
       8000-EXIT.
           EXIT.
