       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDANON.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Anonimizacao LGPD dos alunos que sairam da escola
      *            ha mais tempo que a janela legal de guarda dos
      *            dados pessoais: aluno DESISTENTE, TRANSFERIDO ou
      *            CONCLUIDO com a data do status anterior ao corte
      *            (hoje menos os dias da linha STUDMSTR do arquivo
      *            de retencao RETPARM, o mesmo da faxina do
      *            PROGCOB62; sem a linha, 1826 dias = 5 anos) tem o
      *            nome e o nascimento apagados no STUDENT-MASTER
      *            (regravado e journalado pelo SMJRNL) e o
      *            responsavel, os enderecos e o telefone apagados
      *            no GUARDIAN-MASTER. A familia do FAMILY-MASTER so
      *            e apagada quando TODOS os alunos vinculados a ela
      *            no FAMXREF estao fora da janela -- irmao ainda na
      *            escola segura o cadastro da casa; o cadastro sai
      *            regravado em FAMNEW para a troca do job. O diario
      *            do master SMJRNL e copiado para SMJNEW com o nome
      *            e o nascimento apagados das imagens ANTES/DEPOIS
      *            desses alunos. O cadastro de candidatos
      *            APPLICANT-MASTER (nome e nascimento do candidato
      *            que recebeu a matricula) e o da campanha de
      *            rematricula REENROLL-MASTER (nome) saem regravados
      *            em CANDNEW e REMNEW com os dados desses alunos
      *            apagados, para a recarga pelo job. A matricula, a
      *            turma, o status e
      *            as datas ficam: GRADE-HISTORY, CERTIFICATE-REGISTRY
      *            e os demais arquivos academicos e financeiros nao
      *            sao tocados e seguem valendo legalmente. Cada
      *            registro apagado vai para o log ANONLOG (copybook
      *            ANONREC) com a data; resumo em ANONRPT. A corrida
      *            pode ser repetida: o que ja esta apagado e pulado.
      *            RC=8 sem STUDENT-MASTER, GUARDIAN-MASTER, log ou
      *            alguma saida (o job nao troca os arquivos; a
      *            proxima corrida completa o que faltou); RC=4 com
      *            erro de regravacao ou tabela de vinculos cheia
      *            (as familias ficam para a proxima corrida).
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      APPLICANT-MASTER (CANDREC: nome e
      *                    nascimento, pela CND-MATRICULA) e
      *                    REENROLL-MASTER (REMAREC: nome) tambem
      *                    anonimizados, regravados em CANDNEW e REMNEW
      *                    e registrados no ANONLOG como CANDMSTR e
      *                    REMATRIC.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETENTION-PARMS ASSIGN TO "RETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT OPTIONAL FAMILY-XREF ASSIGN TO "FAMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VINCULO.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MATRICULA
               FILE STATUS IS WRK-FS-RESPONSAVEL.
           SELECT OPTIONAL FAMILY-MASTER ASSIGN TO "FAMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAMILIA.
           SELECT FAMILY-MASTER-NEW ASSIGN TO "FAMNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAMILIA-NOVA.
           SELECT OPTIONAL MASTER-CHANGE-LOG ASSIGN TO "SMJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIO.
           SELECT MASTER-CHANGE-LOG-NEW ASSIGN TO "SMJNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIO-NOVO.
           SELECT OPTIONAL APPLICANT-MASTER ASSIGN TO "CANDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CND-CHAVE
               FILE STATUS IS WRK-FS-CANDIDATOS.
           SELECT APPLICANT-MASTER-NEW ASSIGN TO "CANDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CANDIDATOS-NOVO.
           SELECT OPTIONAL REENROLL-MASTER ASSIGN TO "REMATRIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WRK-FS-REMATRICULA.
           SELECT REENROLL-MASTER-NEW ASSIGN TO "REMNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMATRICULA-NOVA.
           SELECT ANONYMIZATION-LOG ASSIGN TO "ANONLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT ANONYMIZATION-REPORT ASSIGN TO "ANONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-PARMS
           LABEL RECORDS ARE STANDARD.
       01  RTN-REGISTRO.
           05 RTN-ARQUIVO          PIC X(08).
           05 RTN-DIAS             PIC 9(04).
       FD  FAMILY-XREF
           LABEL RECORDS ARE STANDARD.
       COPY FAMXREF REPLACING ==:PREFIXO:== BY ==XRF==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY GUARDREC REPLACING ==:PREFIXO:== BY ==GM==.
       FD  FAMILY-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY FAMREC REPLACING ==:PREFIXO:== BY ==FAM==.
       FD  FAMILY-MASTER-NEW
           LABEL RECORDS ARE STANDARD.
       01  FAMN-REGISTRO            PIC X(113).
       FD  MASTER-CHANGE-LOG
           LABEL RECORDS ARE STANDARD.
       COPY SMJREC REPLACING ==:PREFIXO:== BY ==SMJ==.
       FD  MASTER-CHANGE-LOG-NEW
           LABEL RECORDS ARE STANDARD.
       01  SMJN-REGISTRO            PIC X(137).
       FD  APPLICANT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CANDREC REPLACING ==:PREFIXO:== BY ==CND==.
       FD  APPLICANT-MASTER-NEW
           LABEL RECORDS ARE STANDARD.
       01  CNDN-REGISTRO            PIC X(93).
       FD  REENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY REMAREC REPLACING ==:PREFIXO:== BY ==REM==.
       FD  REENROLL-MASTER-NEW
           LABEL RECORDS ARE STANDARD.
       01  REMN-REGISTRO            PIC X(90).
       FD  ANONYMIZATION-LOG
           LABEL RECORDS ARE STANDARD.
       COPY ANONREC REPLACING ==:PREFIXO:== BY ==ANL==.
       FD  ANONYMIZATION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==IMG==.

       77 WRK-FS-PARAMETROS PIC X(02) VALUE '00'.
       77 WRK-FS-VINCULO PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-RESPONSAVEL PIC X(02) VALUE '00'.
       77 WRK-FS-FAMILIA PIC X(02) VALUE '00'.
       77 WRK-FS-FAMILIA-NOVA PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO PIC X(02) VALUE '00'.
       77 WRK-FS-DIARIO-NOVO PIC X(02) VALUE '00'.
       77 WRK-FS-CANDIDATOS PIC X(02) VALUE '00'.
       77 WRK-FS-CANDIDATOS-NOVO PIC X(02) VALUE '00'.
       77 WRK-FS-REMATRICULA PIC X(02) VALUE '00'.
       77 WRK-FS-REMATRICULA-NOVA PIC X(02) VALUE '00'.
       77 WRK-FS-LOG PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-PARM-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PARM VALUE 'Y'.
       77 WRK-EOF-VINCULO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-VINCULO VALUE 'Y'.
       77 WRK-EOF-MASTER-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-MASTER VALUE 'Y'.
       77 WRK-EOF-FAMILIA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-FAMILIA VALUE 'Y'.
       77 WRK-EOF-DIARIO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-DIARIO VALUE 'Y'.
       77 WRK-EOF-CANDIDATOS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CANDIDATOS VALUE 'Y'.
       77 WRK-EOF-REMATRICULA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-REMATRICULA VALUE 'Y'.
       77 WRK-ABERTURA-OK-SW PIC X(01) VALUE 'S'.
           88 WRK-ABERTURA-OK VALUE 'S'.
       77 WRK-LIMITE-ESTOURADO-SW PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-ESTOURADO VALUE 'S'.
       77 WRK-LIBERADO-SW PIC X(01) VALUE 'N'.
           88 WRK-LIBERADO VALUE 'S'.
       77 WRK-ALTEROU-SW PIC X(01) VALUE 'N'.
           88 WRK-ALTEROU VALUE 'S'.
      *---------------------------------------------------------
      * JANELA LEGAL: DIAS DE GUARDA DOS DADOS PESSOAIS DEPOIS DA
      * SAIDA DO ALUNO (PADRAO 5 ANOS; O RETPARM SOBREPOE)
      *---------------------------------------------------------
       77 WRK-DIAS-RETENCAO PIC 9(04) VALUE 1826.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-STATUS PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------
      * DIARIO DE ALTERACOES DO MASTER (ROTINA COMUM SMJRNL)
      *---------------------------------------------------------
       77 WRK-JRN-PROGRAMA PIC X(09) VALUE 'LGPDANON'.
       77 WRK-JRN-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-JRN-ANTES PIC X(50) VALUE SPACES.
       77 WRK-JRN-DEPOIS PIC X(50) VALUE SPACES.
      *---------------------------------------------------------
      * VINCULOS MATRICULA-FAMILIA DO FAMXREF; LIBERADO = ALUNO
      * FORA DA JANELA E JA ANONIMIZADO NO MASTER
      *---------------------------------------------------------
       77 WRK-QTDE-VINCULOS PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-VINCULOS.
           05 WRK-VIN-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-VIN.
               10 WRK-VIN-FAMILIA   PIC 9(06).
               10 WRK-VIN-MATRICULA PIC 9(07).
               10 WRK-VIN-LIBERADO  PIC X(01).
       77 WRK-QTDE-MEMBROS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-PENDENTES PIC 9(03) VALUE ZEROS.
      *---------------------------------------------------------
      * ULTIMA MATRICULA CONSULTADA NA COPIA DO DIARIO
      *---------------------------------------------------------
       77 WRK-MATRICULA-LINHA PIC 9(07) VALUE ZEROS.
       77 WRK-MATRICULA-ANTERIOR PIC 9(07) VALUE ZEROS.
       77 WRK-STATUS-ANTERIOR PIC X(01) VALUE SPACES.
       77 WRK-LIBERADO-ANTERIOR-SW PIC X(01) VALUE 'N'.
           88 WRK-LIBERADO-ANTERIOR VALUE 'S'.
      *---------------------------------------------------------
      * CONTAGENS DO RESUMO
      *---------------------------------------------------------
       77 WRK-QTDE-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-FORA-JANELA PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-ALUNOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-RESPONSAVEIS PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-FAMILIAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-FAMILIAS-MANTIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-LINHAS-DIARIO PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-CANDIDATOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-REMATRICULAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-ERROS PIC 9(07) VALUE ZEROS.
      *---------------------------------------------------------
      * LINHAS DO RESUMO
      *---------------------------------------------------------
       01  WRK-LINHA-ANONIMIZADO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-ARQUIVO       PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-CHAVE         PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-STATUS        PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-REFERENCIA    PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-CAMPOS        PIC X(30).
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-DESCRICAO     PIC X(40).
           05 WRK-LT-QTDE          PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ABERTURA-OK
               PERFORM 2000-PROCESSAR-MASTER THRU 2000-EXIT
                   UNTIL WRK-EOF-MASTER
               PERFORM 3000-TRATAR-FAMILIAS THRU 3000-EXIT
               PERFORM 4000-TRATAR-DIARIO THRU 4000-EXIT
               PERFORM 5000-TRATAR-CANDIDATOS THRU 5000-EXIT
               PERFORM 5500-TRATAR-REMATRICULAS THRU 5500-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * LE A JANELA LEGAL, CALCULA O CORTE, CARREGA OS VINCULOS DE
      * FAMILIA E ABRE OS CADASTROS E O LOG. SEM ALGUM DELES NADA
      * E APAGADO.
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           OPEN OUTPUT ANONYMIZATION-REPORT.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O RESUMO - FS ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RETENTION-PARMS.
           IF WRK-FS-PARAMETROS = '00'
               PERFORM 1100-LER-PARAMETRO THRU 1100-EXIT
                   UNTIL WRK-EOF-PARM
               CLOSE RETENTION-PARMS
           END-IF.
           COMPUTE WRK-JULIANA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               - WRK-DIAS-RETENCAO.
           COMPUTE WRK-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WRK-JULIANA).
           MOVE SPACES TO REL-LINHA.
           STRING 'ANONIMIZACAO LGPD - ' DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'JANELA LEGAL ' DELIMITED BY SIZE
               WRK-DIAS-RETENCAO DELIMITED BY SIZE
               ' DIAS - SAIDA (D/T/C) ANTERIOR A ' DELIMITED BY SIZE
               WRK-DATA-CORTE DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 1200-CARREGAR-VINCULOS THRU 1200-EXIT.
           OPEN I-O STUDENT-MASTER.
           IF WRK-FS-MASTER NOT = '00'
               DISPLAY 'STUDENT-MASTER INDISPONIVEL - FS '
                   WRK-FS-MASTER
               MOVE 'N' TO WRK-ABERTURA-OK-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O GUARDIAN-MASTER.
           IF WRK-FS-RESPONSAVEL NOT = '00'
               DISPLAY 'GUARDIAN-MASTER INDISPONIVEL - FS '
                   WRK-FS-RESPONSAVEL
               CLOSE STUDENT-MASTER
               MOVE 'N' TO WRK-ABERTURA-OK-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND ANONYMIZATION-LOG.
           IF WRK-FS-LOG = '35'
               OPEN OUTPUT ANONYMIZATION-LOG
           END-IF.
           IF WRK-FS-LOG NOT = '00'
               DISPLAY 'LOG DE ANONIMIZACAO INDISPONIVEL - FS '
                   WRK-FS-LOG
               CLOSE STUDENT-MASTER GUARDIAN-MASTER
               MOVE 'N' TO WRK-ABERTURA-OK-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE '  ARQUIVO   CHAVE    S  REFERENC  CAMPOS APAGADOS'
               TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

       1100-LER-PARAMETRO.
           READ RETENTION-PARMS
               AT END
                   MOVE 'Y' TO WRK-EOF-PARM-SW
               NOT AT END
                   IF RTN-ARQUIVO = 'STUDMSTR' AND
                      RTN-DIAS NUMERIC AND RTN-DIAS > ZEROS
                       MOVE RTN-DIAS TO WRK-DIAS-RETENCAO
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA OS VINCULOS DO FAMXREF. SEM O ARQUIVO NAO HA
      * FAMILIA A APAGAR; COM A TABELA CHEIA AS FAMILIAS FICAM
      * TODAS PARA A PROXIMA CORRIDA.
      *----------------------------------------------------------
       1200-CARREGAR-VINCULOS.
           OPEN INPUT FAMILY-XREF.
           IF WRK-FS-VINCULO NOT = '00'
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-LER-VINCULO THRU 1250-EXIT
               UNTIL WRK-EOF-VINCULO.
           CLOSE FAMILY-XREF.
           IF WRK-LIMITE-ESTOURADO
               DISPLAY 'ATENCAO - TABELA DE VINCULOS CHEIA - '
                   'FAMILIAS NAO ANONIMIZADAS NESTA CORRIDA'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

       1250-LER-VINCULO.
           READ FAMILY-XREF
               AT END
                   MOVE 'Y' TO WRK-EOF-VINCULO-SW
               NOT AT END
                   IF WRK-QTDE-VINCULOS < 1000
                       ADD 1 TO WRK-QTDE-VINCULOS
                       MOVE XRF-FAMILIA TO
                           WRK-VIN-FAMILIA (WRK-QTDE-VINCULOS)
                       MOVE XRF-MATRICULA TO
                           WRK-VIN-MATRICULA (WRK-QTDE-VINCULOS)
                       MOVE 'N' TO
                           WRK-VIN-LIBERADO (WRK-QTDE-VINCULOS)
                   ELSE
                       MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PERCORRE O STUDENT-MASTER: ALUNO FORA DA JANELA LEGAL TEM
      * O CADASTRO E O RESPONSAVEL APAGADOS (SE AINDA NAO ESTAO) E
      * LIBERA O VINCULO DE FAMILIA
      *----------------------------------------------------------
       2000-PROCESSAR-MASTER.
           READ STUDENT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-MASTER-SW
               NOT AT END
                   ADD 1 TO WRK-QTDE-LIDOS
                   PERFORM 2100-TRATAR-ALUNO THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-TRATAR-ALUNO.
           PERFORM 2200-VERIFICAR-JANELA THRU 2200-EXIT.
           IF NOT WRK-LIBERADO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-FORA-JANELA.
           IF SM-NOME NOT = SPACES OR SM-NASCIMENTO NOT = ZEROS
               PERFORM 2300-ANONIMIZAR-ALUNO THRU 2300-EXIT
           END-IF.
           PERFORM 2400-ANONIMIZAR-RESPONSAVEL THRU 2400-EXIT.
           IF SM-NOME = SPACES AND SM-NASCIMENTO = ZEROS
               SET WRK-IDX-VIN TO 1
               SEARCH WRK-VIN-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-VIN > WRK-QTDE-VINCULOS
                       CONTINUE
                   WHEN WRK-VIN-MATRICULA (WRK-IDX-VIN) = SM-MATRICULA
                       MOVE 'S' TO WRK-VIN-LIBERADO (WRK-IDX-VIN)
               END-SEARCH
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ALUNO FORA DA JANELA: DESISTENTE, TRANSFERIDO OU CONCLUIDO
      * COM A DATA DO STATUS ANTERIOR AO CORTE
      *----------------------------------------------------------
       2200-VERIFICAR-JANELA.
           MOVE 'N' TO WRK-LIBERADO-SW.
           IF NOT SM-DESISTENTE AND NOT SM-TRANSFERIDO
              AND NOT SM-CONCLUIDO
               GO TO 2200-EXIT
           END-IF.
           IF SM-DATA-STATUS NOT NUMERIC
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WRK-DATA-STATUS =
               SM-STAT-ANO * 10000 + SM-STAT-MES * 100 + SM-STAT-DIA.
           IF WRK-DATA-STATUS > ZEROS AND
              WRK-DATA-STATUS < WRK-DATA-CORTE
               MOVE 'S' TO WRK-LIBERADO-SW
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * APAGA O NOME E O NASCIMENTO NO STUDENT-MASTER, REGRAVA,
      * JOURNALA (SMJRNL) E REGISTRA NO LOG
      *----------------------------------------------------------
       2300-ANONIMIZAR-ALUNO.
           MOVE SM-REGISTRO TO WRK-JRN-ANTES.
           MOVE SPACES TO SM-NOME.
           MOVE ZEROS TO SM-NASCIMENTO.
           REWRITE SM-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR MATRICULA '
                       SM-MATRICULA ' - FS ' WRK-FS-MASTER
                   ADD 1 TO WRK-QTDE-ERROS
                   MOVE WRK-JRN-ANTES TO SM-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-ALUNOS
                   MOVE SM-REGISTRO TO WRK-JRN-DEPOIS
                   CALL 'SMJRNL' USING WRK-JRN-PROGRAMA
                       WRK-JRN-USUARIO WRK-JRN-ANTES WRK-JRN-DEPOIS
                   MOVE 'STUDMSTR' TO ANL-ARQUIVO
                   MOVE SM-MATRICULA TO ANL-CHAVE
                   MOVE SM-STATUS TO ANL-STATUS
                   MOVE WRK-DATA-STATUS TO ANL-DATA-REFERENCIA
                   MOVE 'NOME NASCIMENTO' TO ANL-CAMPOS
                   PERFORM 6000-REGISTRAR THRU 6000-EXIT
           END-REWRITE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * APAGA O RESPONSAVEL, OS ENDERECOS E O TELEFONE NO
      * GUARDIAN-MASTER (REGISTRO PROPRIO DA MATRICULA)
      *----------------------------------------------------------
       2400-ANONIMIZAR-RESPONSAVEL.
           MOVE SM-MATRICULA TO GM-MATRICULA.
           READ GUARDIAN-MASTER
               INVALID KEY
                   GO TO 2400-EXIT
           END-READ.
           IF GM-RESPONSAVEL = SPACES AND GM-ENDERECO1 = SPACES
              AND GM-ENDERECO2 = SPACES AND GM-TELEFONE = SPACES
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO GM-RESPONSAVEL GM-ENDERECO1 GM-ENDERECO2
               GM-TELEFONE.
           REWRITE GM-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR RESPONSAVEL DA '
                       'MATRICULA ' GM-MATRICULA ' - FS '
                       WRK-FS-RESPONSAVEL
                   ADD 1 TO WRK-QTDE-ERROS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-RESPONSAVEIS
                   MOVE 'GUARDMST' TO ANL-ARQUIVO
                   MOVE GM-MATRICULA TO ANL-CHAVE
                   MOVE SM-STATUS TO ANL-STATUS
                   MOVE WRK-DATA-STATUS TO ANL-DATA-REFERENCIA
                   MOVE 'RESPONSAVEL ENDERECO TELEFONE'
                       TO ANL-CAMPOS
                   PERFORM 6000-REGISTRAR THRU 6000-EXIT
           END-REWRITE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRAVA O FAMILY-MASTER EM FAMNEW: A FAMILIA CUJOS ALUNOS
      * DO FAMXREF ESTAO TODOS LIBERADOS TEM O RESPONSAVEL, OS
      * ENDERECOS E O TELEFONE APAGADOS; AS DEMAIS PASSAM IGUAIS
      *----------------------------------------------------------
       3000-TRATAR-FAMILIAS.
           OPEN INPUT FAMILY-MASTER.
           IF WRK-FS-FAMILIA NOT = '00' AND WRK-FS-FAMILIA NOT = '05'
               DISPLAY 'FAMILY-MASTER INDISPONIVEL - FS '
                   WRK-FS-FAMILIA
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT FAMILY-MASTER-NEW.
           IF WRK-FS-FAMILIA-NOVA NOT = '00'
               DISPLAY 'ERRO AO ABRIR FAMNEW - FS '
                   WRK-FS-FAMILIA-NOVA
               CLOSE FAMILY-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-COPIAR-FAMILIA THRU 3100-EXIT
               UNTIL WRK-EOF-FAMILIA.
           CLOSE FAMILY-MASTER FAMILY-MASTER-NEW.
       3000-EXIT.
           EXIT.

       3100-COPIAR-FAMILIA.
           READ FAMILY-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-FAMILIA-SW
               NOT AT END
                   PERFORM 3200-TRATAR-FAMILIA THRU 3200-EXIT
                   WRITE FAMN-REGISTRO FROM FAM-REGISTRO
           END-READ.
       3100-EXIT.
           EXIT.

       3200-TRATAR-FAMILIA.
           IF WRK-LIMITE-ESTOURADO
               GO TO 3200-EXIT
           END-IF.
           IF FAM-RESPONSAVEL = SPACES AND FAM-ENDERECO1 = SPACES
              AND FAM-ENDERECO2 = SPACES AND FAM-TELEFONE = SPACES
               GO TO 3200-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-MEMBROS.
           MOVE ZEROS TO WRK-QTDE-PENDENTES.
           PERFORM 3250-CONTAR-MEMBRO THRU 3250-EXIT
               VARYING WRK-IDX-VIN FROM 1 BY 1
               UNTIL WRK-IDX-VIN > WRK-QTDE-VINCULOS.
           IF WRK-QTDE-MEMBROS = ZEROS OR
              WRK-QTDE-PENDENTES = WRK-QTDE-MEMBROS
               GO TO 3200-EXIT
           END-IF.
           IF WRK-QTDE-PENDENTES > ZEROS
               ADD 1 TO WRK-QTDE-FAMILIAS-MANTIDAS
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO FAM-RESPONSAVEL FAM-ENDERECO1 FAM-ENDERECO2
               FAM-TELEFONE.
           ADD 1 TO WRK-QTDE-FAMILIAS.
           MOVE 'FAMMSTR ' TO ANL-ARQUIVO.
           MOVE FAM-FAMILIA TO ANL-CHAVE.
           MOVE SPACES TO ANL-STATUS.
           MOVE ZEROS TO ANL-DATA-REFERENCIA.
           MOVE 'RESPONSAVEL ENDERECO TELEFONE' TO ANL-CAMPOS.
           PERFORM 6000-REGISTRAR THRU 6000-EXIT.
       3200-EXIT.
           EXIT.

       3250-CONTAR-MEMBRO.
           IF WRK-VIN-FAMILIA (WRK-IDX-VIN) = FAM-FAMILIA
               ADD 1 TO WRK-QTDE-MEMBROS
               IF WRK-VIN-LIBERADO (WRK-IDX-VIN) NOT = 'S'
                   ADD 1 TO WRK-QTDE-PENDENTES
               END-IF
           END-IF.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * COPIA O DIARIO DO MASTER PARA SMJNEW APAGANDO O NOME E O
      * NASCIMENTO DAS IMAGENS DOS ALUNOS FORA DA JANELA (INCLUSIVE
      * AS LINHAS QUE ESTA CORRIDA ACABOU DE JOURNALAR)
      *----------------------------------------------------------
       4000-TRATAR-DIARIO.
           OPEN INPUT MASTER-CHANGE-LOG.
           IF WRK-FS-DIARIO NOT = '00' AND WRK-FS-DIARIO NOT = '05'
               DISPLAY 'DIARIO SMJRNL INDISPONIVEL - FS '
                   WRK-FS-DIARIO
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT MASTER-CHANGE-LOG-NEW.
           IF WRK-FS-DIARIO-NOVO NOT = '00'
               DISPLAY 'ERRO AO ABRIR SMJNEW - FS '
                   WRK-FS-DIARIO-NOVO
               CLOSE MASTER-CHANGE-LOG
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-COPIAR-LINHA THRU 4100-EXIT
               UNTIL WRK-EOF-DIARIO.
           CLOSE MASTER-CHANGE-LOG MASTER-CHANGE-LOG-NEW.
       4000-EXIT.
           EXIT.

       4100-COPIAR-LINHA.
           READ MASTER-CHANGE-LOG
               AT END
                   MOVE 'Y' TO WRK-EOF-DIARIO-SW
               NOT AT END
                   PERFORM 4200-TRATAR-LINHA THRU 4200-EXIT
                   WRITE SMJN-REGISTRO FROM SMJ-REGISTRO
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A MATRICULA E LIDA DA IMAGEM DEPOIS (OU DA ANTES, COMO NO
      * PROGCOB61) E A SITUACAO DO ALUNO VEM DO MASTER, GUARDADA
      * PARA AS LINHAS SEGUINTES DA MESMA MATRICULA
      *----------------------------------------------------------
       4200-TRATAR-LINHA.
           IF SMJ-DEPOIS NOT = SPACES
               MOVE SMJ-DEPOIS TO IMG-REGISTRO
           ELSE
               MOVE SMJ-ANTES TO IMG-REGISTRO
           END-IF.
           IF IMG-MATRICULA NOT NUMERIC
               GO TO 4200-EXIT
           END-IF.
           MOVE IMG-MATRICULA TO WRK-MATRICULA-LINHA.
           IF WRK-MATRICULA-LINHA NOT = WRK-MATRICULA-ANTERIOR
               PERFORM 4300-CONSULTAR-MASTER THRU 4300-EXIT
           END-IF.
           IF NOT WRK-LIBERADO-ANTERIOR
               GO TO 4200-EXIT
           END-IF.
           MOVE 'N' TO WRK-ALTEROU-SW.
           IF SMJ-ANTES NOT = SPACES
               MOVE SMJ-ANTES TO IMG-REGISTRO
               PERFORM 4400-APAGAR-IMAGEM THRU 4400-EXIT
               MOVE IMG-REGISTRO TO SMJ-ANTES
           END-IF.
           IF SMJ-DEPOIS NOT = SPACES
               MOVE SMJ-DEPOIS TO IMG-REGISTRO
               PERFORM 4400-APAGAR-IMAGEM THRU 4400-EXIT
               MOVE IMG-REGISTRO TO SMJ-DEPOIS
           END-IF.
           IF WRK-ALTEROU
               ADD 1 TO WRK-QTDE-LINHAS-DIARIO
               MOVE 'SMJRNL  ' TO ANL-ARQUIVO
               MOVE WRK-MATRICULA-LINHA TO ANL-CHAVE
               MOVE WRK-STATUS-ANTERIOR TO ANL-STATUS
               MOVE SMJ-DATA TO ANL-DATA-REFERENCIA
               MOVE 'NOME NASCIMENTO DAS IMAGENS' TO ANL-CAMPOS
               PERFORM 6000-REGISTRAR THRU 6000-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4300-CONSULTAR-MASTER.
           MOVE WRK-MATRICULA-LINHA TO WRK-MATRICULA-ANTERIOR.
           MOVE 'N' TO WRK-LIBERADO-ANTERIOR-SW.
           MOVE SPACES TO WRK-STATUS-ANTERIOR.
           MOVE WRK-MATRICULA-LINHA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   GO TO 4300-EXIT
           END-READ.
           PERFORM 2200-VERIFICAR-JANELA THRU 2200-EXIT.
           IF WRK-LIBERADO AND SM-NOME = SPACES
              AND SM-NASCIMENTO = ZEROS
               MOVE 'S' TO WRK-LIBERADO-ANTERIOR-SW
               MOVE SM-STATUS TO WRK-STATUS-ANTERIOR
           END-IF.
       4300-EXIT.
           EXIT.

       4400-APAGAR-IMAGEM.
           IF IMG-NOME NOT = SPACES OR IMG-NASCIMENTO NOT = ZEROS
               MOVE SPACES TO IMG-NOME
               MOVE ZEROS TO IMG-NASCIMENTO
               MOVE 'S' TO WRK-ALTEROU-SW
           END-IF.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRAVA O APPLICANT-MASTER EM CANDNEW: O CANDIDATO QUE
      * RECEBEU A MATRICULA DE UM ALUNO FORA DA JANELA (E JA
      * ANONIMIZADO NO MASTER) TEM O NOME E O NASCIMENTO APAGADOS;
      * OS DEMAIS PASSAM IGUAIS. SEM O CADASTRO NAO HA O QUE FAZER.
      *----------------------------------------------------------
       5000-TRATAR-CANDIDATOS.
           OPEN INPUT APPLICANT-MASTER.
           IF WRK-FS-CANDIDATOS NOT = '00' AND
              WRK-FS-CANDIDATOS NOT = '05'
               DISPLAY 'APPLICANT-MASTER INDISPONIVEL - FS '
                   WRK-FS-CANDIDATOS
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT APPLICANT-MASTER-NEW.
           IF WRK-FS-CANDIDATOS-NOVO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CANDNEW - FS '
                   WRK-FS-CANDIDATOS-NOVO
               CLOSE APPLICANT-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-COPIAR-CANDIDATO THRU 5100-EXIT
               UNTIL WRK-EOF-CANDIDATOS.
           CLOSE APPLICANT-MASTER APPLICANT-MASTER-NEW.
       5000-EXIT.
           EXIT.

       5100-COPIAR-CANDIDATO.
           READ APPLICANT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-CANDIDATOS-SW
               NOT AT END
                   PERFORM 5200-TRATAR-CANDIDATO THRU 5200-EXIT
                   WRITE CNDN-REGISTRO FROM CND-REGISTRO
           END-READ.
       5100-EXIT.
           EXIT.

       5200-TRATAR-CANDIDATO.
           IF CND-MATRICULA NOT NUMERIC OR CND-MATRICULA = ZEROS
               GO TO 5200-EXIT
           END-IF.
           IF CND-NOME = SPACES AND CND-NASCIMENTO = ZEROS
               GO TO 5200-EXIT
           END-IF.
           MOVE CND-MATRICULA TO WRK-MATRICULA-LINHA.
           IF WRK-MATRICULA-LINHA NOT = WRK-MATRICULA-ANTERIOR
               PERFORM 4300-CONSULTAR-MASTER THRU 4300-EXIT
           END-IF.
           IF NOT WRK-LIBERADO-ANTERIOR
               GO TO 5200-EXIT
           END-IF.
           MOVE SPACES TO CND-NOME.
           MOVE ZEROS TO CND-NASCIMENTO.
           ADD 1 TO WRK-QTDE-CANDIDATOS.
           MOVE 'CANDMSTR' TO ANL-ARQUIVO.
           MOVE CND-MATRICULA TO ANL-CHAVE.
           MOVE WRK-STATUS-ANTERIOR TO ANL-STATUS.
           MOVE WRK-DATA-STATUS TO ANL-DATA-REFERENCIA.
           MOVE 'NOME NASCIMENTO' TO ANL-CAMPOS.
           PERFORM 6000-REGISTRAR THRU 6000-EXIT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRAVA O REENROLL-MASTER EM REMNEW: O REGISTRO DE
      * REMATRICULA DE ALUNO FORA DA JANELA (E JA ANONIMIZADO NO
      * MASTER) TEM O NOME APAGADO; OS DEMAIS PASSAM IGUAIS. SEM O
      * CADASTRO NAO HA O QUE FAZER.
      *----------------------------------------------------------
       5500-TRATAR-REMATRICULAS.
           OPEN INPUT REENROLL-MASTER.
           IF WRK-FS-REMATRICULA NOT = '00' AND
              WRK-FS-REMATRICULA NOT = '05'
               DISPLAY 'REENROLL-MASTER INDISPONIVEL - FS '
                   WRK-FS-REMATRICULA
               MOVE 8 TO RETURN-CODE
               GO TO 5500-EXIT
           END-IF.
           OPEN OUTPUT REENROLL-MASTER-NEW.
           IF WRK-FS-REMATRICULA-NOVA NOT = '00'
               DISPLAY 'ERRO AO ABRIR REMNEW - FS '
                   WRK-FS-REMATRICULA-NOVA
               CLOSE REENROLL-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 5500-EXIT
           END-IF.
           PERFORM 5600-COPIAR-REMATRICULA THRU 5600-EXIT
               UNTIL WRK-EOF-REMATRICULA.
           CLOSE REENROLL-MASTER REENROLL-MASTER-NEW.
       5500-EXIT.
           EXIT.

       5600-COPIAR-REMATRICULA.
           READ REENROLL-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-REMATRICULA-SW
               NOT AT END
                   PERFORM 5700-TRATAR-REMATRICULA THRU 5700-EXIT
                   WRITE REMN-REGISTRO FROM REM-REGISTRO
           END-READ.
       5600-EXIT.
           EXIT.

       5700-TRATAR-REMATRICULA.
           IF REM-MATRICULA NOT NUMERIC OR REM-NOME = SPACES
               GO TO 5700-EXIT
           END-IF.
           MOVE REM-MATRICULA TO WRK-MATRICULA-LINHA.
           IF WRK-MATRICULA-LINHA NOT = WRK-MATRICULA-ANTERIOR
               PERFORM 4300-CONSULTAR-MASTER THRU 4300-EXIT
           END-IF.
           IF NOT WRK-LIBERADO-ANTERIOR
               GO TO 5700-EXIT
           END-IF.
           MOVE SPACES TO REM-NOME.
           ADD 1 TO WRK-QTDE-REMATRICULAS.
           MOVE 'REMATRIC' TO ANL-ARQUIVO.
           MOVE REM-MATRICULA TO ANL-CHAVE.
           MOVE WRK-STATUS-ANTERIOR TO ANL-STATUS.
           MOVE WRK-DATA-STATUS TO ANL-DATA-REFERENCIA.
           MOVE 'NOME' TO ANL-CAMPOS.
           PERFORM 6000-REGISTRAR THRU 6000-EXIT.
       5700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA A LINHA DATADA NO LOG DE ANONIMIZACAO E NO RESUMO
      *----------------------------------------------------------
       6000-REGISTRAR.
           MOVE WRK-DATA-HOJE TO ANL-DATA.
           WRITE ANL-REGISTRO.
           MOVE ANL-ARQUIVO TO WRK-LA-ARQUIVO.
           MOVE ANL-CHAVE TO WRK-LA-CHAVE.
           MOVE ANL-STATUS TO WRK-LA-STATUS.
           MOVE ANL-DATA-REFERENCIA TO WRK-LA-REFERENCIA.
           MOVE ANL-CAMPOS TO WRK-LA-CAMPOS.
           WRITE REL-LINHA FROM WRK-LINHA-ANONIMIZADO.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E IMPRIME OS TOTAIS
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ABERTURA-OK
               CLOSE STUDENT-MASTER GUARDIAN-MASTER ANONYMIZATION-LOG
           END-IF.
           IF WRK-QTDE-ERROS > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ALUNOS LIDOS NO MASTER' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-LIDOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'ALUNOS FORA DA JANELA LEGAL' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-FORA-JANELA TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'ALUNOS ANONIMIZADOS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-ALUNOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'RESPONSAVEIS ANONIMIZADOS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-RESPONSAVEIS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'FAMILIAS ANONIMIZADAS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-FAMILIAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'FAMILIAS MANTIDAS - IRMAO NA JANELA'
               TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-FAMILIAS-MANTIDAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'LINHAS DO DIARIO ANONIMIZADAS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-LINHAS-DIARIO TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'CANDIDATOS ANONIMIZADOS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-CANDIDATOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'REMATRICULAS ANONIMIZADAS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-REMATRICULAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'ERROS DE REGRAVACAO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-ERROS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           CLOSE ANONYMIZATION-REPORT.
           DISPLAY 'LGPD - ALUNOS ANONIMIZADOS ' WRK-QTDE-ALUNOS
               ' FAMILIAS ' WRK-QTDE-FAMILIAS
               ' LINHAS DO DIARIO ' WRK-QTDE-LINHAS-DIARIO.
       8000-EXIT.
           EXIT.
