       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB76.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Carga das inscricoes do processo seletivo
      *            (trilhas de bolsa e de ensino medio): cada linha
      *            do CANDINT (copybook CANDREC) e conferida -- ano e
      *            inscricao informados, turma pretendida cadastrada
      *            no CLASS-MASTER, notas de 0 a 10 -- e gravada no
      *            cadastro de candidatos APPLICANT-MASTER. A
      *            matricula do irmao declarado e procurada no
      *            cross-reference FAMXREF e a familia no cadastro
      *            FAMMSTR do PROGCOB60: familia com aluno matriculado
      *            liga o flag de irmao, usado como desempate na
      *            classificacao do PROGCOB77. Inscricao ja cadastrada
      *            e atualizada (notas lancadas depois da prova),
      *            salvo a de candidato que ja entrou na lista de
      *            espera.
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
           SELECT OPTIONAL APPLICANT-INTAKE ASSIGN TO "CANDINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INSCRICOES.
           SELECT APPLICANT-MASTER ASSIGN TO "CANDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CND-CHAVE
               FILE STATUS IS WRK-FS-CANDIDATOS.
           SELECT CLASS-MASTER ASSIGN TO "CLASSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASS-CODIGO
               FILE STATUS IS WRK-FS-CLASSE.
           SELECT OPTIONAL FAMILY-MASTER ASSIGN TO "FAMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAMILIA.
           SELECT OPTIONAL FAMILY-XREF ASSIGN TO "FAMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VINCULO.
       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-INTAKE
           LABEL RECORDS ARE STANDARD.
       COPY CANDREC REPLACING ==:PREFIXO:== BY ==CI==.
       FD  APPLICANT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CANDREC REPLACING ==:PREFIXO:== BY ==CND==.
       FD  CLASS-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CLASSREC.
       FD  FAMILY-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY FAMREC REPLACING ==:PREFIXO:== BY ==FAM==.
       FD  FAMILY-XREF
           LABEL RECORDS ARE STANDARD.
       COPY FAMXREF REPLACING ==:PREFIXO:== BY ==XRF==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-INSCRICOES PIC X(02) VALUE '00'.
       77 WRK-FS-CANDIDATOS PIC X(02) VALUE '00'.
       77 WRK-FS-CLASSE PIC X(02) VALUE '00'.
       77 WRK-EOF-INSCRICOES-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-INSCRICOES VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-VALIDA-SW PIC X(01) VALUE 'N'.
           88 WRK-INSCRICAO-VALIDA VALUE 'S'.
       77 WRK-MOTIVO-AUX PIC X(20) VALUE SPACES.
       77 WRK-IRMAO-AUX PIC X(01) VALUE 'N'.
       77 WRK-IDX-NOTA PIC 9(01) VALUE ZEROS.
       77 WRK-QTDE-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-INCLUIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ATUALIZADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-COM-IRMAO PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * FLAG DE IRMAO: CONTAGEM DE ALUNOS POR FAMILIA E O VINCULO
      * MATRICULA-FAMILIA DO CADASTRO DO PROGCOB60 (MESMAS TABELAS
      * DO DESCONTO DE IRMAOS DO PROGCOB56). SEM OS ARQUIVOS,
      * NENHUM CANDIDATO GANHA O FLAG.
      *---------------------------------------------------------
       77 WRK-FS-FAMILIA PIC X(02) VALUE '00'.
       77 WRK-FS-VINCULO PIC X(02) VALUE '00'.
       77 WRK-EOF-FAMILIA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-FAMILIA VALUE 'Y'.
       77 WRK-EOF-VINCULO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-VINCULO VALUE 'Y'.
       77 WRK-FAMILIA-IRMAO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FAMILIAS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-FAMILIAS.
           05 WRK-FAM-ITEM OCCURS 600 TIMES
                   INDEXED BY WRK-IDX-FAM.
               10 WRK-FAM-ID   PIC 9(06).
               10 WRK-FAM-QTDE PIC 9(02).
       77 WRK-QTDE-VINCULOS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-VINCULOS.
           05 WRK-VIN-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-VIN.
               10 WRK-VIN-MATRICULA PIC 9(07).
               10 WRK-VIN-FAMILIA   PIC 9(06).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-INSCRICAO THRU 2000-EXIT
               UNTIL WRK-EOF-INSCRICOES.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS (CADASTRO DE CANDIDATOS CRIADO NA
      * PRIMEIRA CARGA), CARREGA AS FAMILIAS E LE A PRIMEIRA
      * INSCRICAO. SEM CANDINT NAO HA NADA A CARREGAR.
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           OPEN INPUT APPLICANT-INTAKE.
           IF WRK-FS-INSCRICOES NOT = '00'
               DISPLAY 'NENHUMA INSCRICAO A CARREGAR - FS '
                   WRK-FS-INSCRICOES
               MOVE 'Y' TO WRK-EOF-INSCRICOES-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-ABRIR-CANDIDATOS THRU 1100-EXIT.
           OPEN INPUT CLASS-MASTER.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           IF WRK-FS-CANDIDATOS NOT = '00' OR WRK-FS-CLASSE NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CANDIDATOS '
                   WRK-FS-CANDIDATOS ' TURMAS ' WRK-FS-CLASSE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WRK-EOF-INSCRICOES-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-CARREGAR-FAMILIAS THRU 1300-EXIT.
           PERFORM 3000-LER-INSCRICAO THRU 3000-EXIT.
       1000-EXIT.
           EXIT.

       1100-ABRIR-CANDIDATOS.
           OPEN I-O APPLICANT-MASTER.
           IF WRK-FS-CANDIDATOS = '35'
               OPEN OUTPUT APPLICANT-MASTER
               CLOSE APPLICANT-MASTER
               OPEN I-O APPLICANT-MASTER
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA O CADASTRO DE FAMILIAS (ID + CONTAGEM DE IRMAOS) E
      * O CROSS-REFERENCE MATRICULA-FAMILIA DO PROGCOB60
      *----------------------------------------------------------
       1300-CARREGAR-FAMILIAS.
           OPEN INPUT FAMILY-MASTER.
           IF WRK-FS-FAMILIA = '00'
               PERFORM 1350-LER-FAMILIA THRU 1350-EXIT
                   UNTIL WRK-EOF-FAMILIA
           END-IF.
           CLOSE FAMILY-MASTER.
           OPEN INPUT FAMILY-XREF.
           IF WRK-FS-VINCULO = '00'
               PERFORM 1380-LER-VINCULO THRU 1380-EXIT
                   UNTIL WRK-EOF-VINCULO
           END-IF.
           CLOSE FAMILY-XREF.
       1300-EXIT.
           EXIT.

       1350-LER-FAMILIA.
           READ FAMILY-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-FAMILIA-SW
               NOT AT END
                   IF WRK-QTDE-FAMILIAS < 600
                       ADD 1 TO WRK-QTDE-FAMILIAS
                       MOVE FAM-FAMILIA TO
                           WRK-FAM-ID (WRK-QTDE-FAMILIAS)
                       MOVE FAM-QTDE-ALUNOS TO
                           WRK-FAM-QTDE (WRK-QTDE-FAMILIAS)
                   ELSE
                       DISPLAY 'ATENCAO - TABELA DE FAMILIAS CHEIA'
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

       1380-LER-VINCULO.
           READ FAMILY-XREF
               AT END
                   MOVE 'Y' TO WRK-EOF-VINCULO-SW
               NOT AT END
                   IF WRK-QTDE-VINCULOS < 1000
                       ADD 1 TO WRK-QTDE-VINCULOS
                       MOVE XRF-MATRICULA TO
                           WRK-VIN-MATRICULA (WRK-QTDE-VINCULOS)
                       MOVE XRF-FAMILIA TO
                           WRK-VIN-FAMILIA (WRK-QTDE-VINCULOS)
                   ELSE
                       DISPLAY 'ATENCAO - TABELA DE VINCULOS CHEIA'
                   END-IF
           END-READ.
       1380-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE A INSCRICAO, APURA O FLAG DE IRMAO E GRAVA (OU
      * ATUALIZA) O CANDIDATO; LE A PROXIMA
      *----------------------------------------------------------
       2000-PROCESSAR-INSCRICAO.
           ADD 1 TO WRK-QTDE-LIDAS.
           PERFORM 2100-VALIDAR-INSCRICAO THRU 2100-EXIT.
           IF NOT WRK-INSCRICAO-VALIDA
               ADD 1 TO WRK-QTDE-REJEITADAS
               DISPLAY 'INSCRICAO REJEITADA - ' WRK-MOTIVO-AUX
                   ' - ANO ' CI-ANO ' INSCRICAO ' CI-INSCRICAO
           ELSE
               PERFORM 2200-APURAR-IRMAO THRU 2200-EXIT
               PERFORM 2300-GRAVAR-CANDIDATO THRU 2300-EXIT
           END-IF.
           PERFORM 3000-LER-INSCRICAO THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       2100-VALIDAR-INSCRICAO.
           MOVE 'N' TO WRK-VALIDA-SW.
           IF CI-ANO NOT NUMERIC OR CI-ANO = ZEROS
              OR CI-INSCRICAO NOT NUMERIC OR CI-INSCRICAO = ZEROS
               MOVE 'ANO/INSCRICAO' TO WRK-MOTIVO-AUX
               GO TO 2100-EXIT
           END-IF.
           IF CI-NOME = SPACES
               MOVE 'NOME EM BRANCO' TO WRK-MOTIVO-AUX
               GO TO 2100-EXIT
           END-IF.
           IF NOT CI-TRILHA-BOLSA AND NOT CI-TRILHA-MEDIO
               MOVE 'TRILHA INVALIDA' TO WRK-MOTIVO-AUX
               GO TO 2100-EXIT
           END-IF.
           MOVE CI-TURMA TO CLASS-CODIGO.
           READ CLASS-MASTER
               INVALID KEY
                   MOVE 'TURMA NAO CADASTRADA' TO WRK-MOTIVO-AUX
                   GO TO 2100-EXIT
           END-READ.
           MOVE 'S' TO WRK-VALIDA-SW.
           PERFORM 2150-VALIDAR-NOTA THRU 2150-EXIT
               VARYING WRK-IDX-NOTA FROM 1 BY 1
               UNTIL WRK-IDX-NOTA > 4.
           IF NOT WRK-INSCRICAO-VALIDA
               MOVE 'NOTA INVALIDA' TO WRK-MOTIVO-AUX
           END-IF.
       2100-EXIT.
           EXIT.

       2150-VALIDAR-NOTA.
           IF CI-NOTA-AREA (WRK-IDX-NOTA) NOT NUMERIC
               MOVE 'N' TO WRK-VALIDA-SW
           ELSE
               IF CI-NOTA-AREA (WRK-IDX-NOTA) > 10
                   MOVE 'N' TO WRK-VALIDA-SW
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * IRMAO DECLARADO: MATRICULA -> FAMILIA (FAMXREF) -> ALUNOS
      * MATRICULADOS NA FAMILIA (FAMMSTR). FAMILIA COM ALUNO LIGA
      * O FLAG.
      *----------------------------------------------------------
       2200-APURAR-IRMAO.
           MOVE 'N' TO WRK-IRMAO-AUX.
           MOVE ZEROS TO WRK-FAMILIA-IRMAO.
           IF CI-MATRICULA-IRMAO NOT NUMERIC OR
              CI-MATRICULA-IRMAO = ZEROS
               GO TO 2200-EXIT
           END-IF.
           SET WRK-IDX-VIN TO 1.
           SEARCH WRK-VIN-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-VIN > WRK-QTDE-VINCULOS
                   CONTINUE
               WHEN WRK-VIN-MATRICULA (WRK-IDX-VIN) =
                    CI-MATRICULA-IRMAO
                   MOVE WRK-VIN-FAMILIA (WRK-IDX-VIN)
                       TO WRK-FAMILIA-IRMAO
           END-SEARCH.
           IF WRK-FAMILIA-IRMAO = ZEROS
               DISPLAY 'ATENCAO - IRMAO DECLARADO SEM FAMILIA '
                   'CADASTRADA: ' CI-MATRICULA-IRMAO
                   ' INSCRICAO ' CI-INSCRICAO
               GO TO 2200-EXIT
           END-IF.
           SET WRK-IDX-FAM TO 1.
           SEARCH WRK-FAM-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-FAM > WRK-QTDE-FAMILIAS
                   CONTINUE
               WHEN WRK-FAM-ID (WRK-IDX-FAM) = WRK-FAMILIA-IRMAO
                   IF WRK-FAM-QTDE (WRK-IDX-FAM) > ZEROS
                       MOVE 'S' TO WRK-IRMAO-AUX
                   END-IF
           END-SEARCH.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * INSCRICAO NOVA E INCLUIDA COMO INSCRITA; JA CADASTRADA E
      * ATUALIZADA E VOLTA A INSCRITA PARA A PROXIMA
      * CLASSIFICACAO -- SALVO A QUE JA ENTROU NA LISTA DE ESPERA
      *----------------------------------------------------------
       2300-GRAVAR-CANDIDATO.
           MOVE CI-CHAVE TO CND-CHAVE.
           READ APPLICANT-MASTER
               INVALID KEY
                   PERFORM 2350-MONTAR-CANDIDATO THRU 2350-EXIT
                   WRITE CND-REGISTRO
                       INVALID KEY
                           ADD 1 TO WRK-QTDE-REJEITADAS
                           DISPLAY 'ERRO AO GRAVAR CANDIDATO - FS '
                               WRK-FS-CANDIDATOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTDE-INCLUIDAS
                   END-WRITE
                   GO TO 2300-EXIT
           END-READ.
           IF CND-DATA-ESPERA > ZEROS
               ADD 1 TO WRK-QTDE-REJEITADAS
               DISPLAY 'INSCRICAO REJEITADA - CANDIDATO JA NA LISTA '
                   'DE ESPERA - ANO ' CI-ANO ' INSCRICAO '
                   CI-INSCRICAO
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2350-MONTAR-CANDIDATO THRU 2350-EXIT.
           REWRITE CND-REGISTRO
               INVALID KEY
                   ADD 1 TO WRK-QTDE-REJEITADAS
                   DISPLAY 'ERRO AO REGRAVAR CANDIDATO - FS '
                       WRK-FS-CANDIDATOS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-ATUALIZADAS
           END-REWRITE.
       2300-EXIT.
           EXIT.

       2350-MONTAR-CANDIDATO.
           MOVE CI-REGISTRO TO CND-REGISTRO.
           MOVE WRK-IRMAO-AUX TO CND-IRMAO.
           IF CND-AUSENTE NOT = 'S'
               MOVE 'N' TO CND-AUSENTE
           END-IF.
           MOVE ZEROS TO CND-MEDIA.
           MOVE ZEROS TO CND-CLASSIFICACAO.
           SET CND-INSCRITO TO TRUE.
           MOVE ZEROS TO CND-MATRICULA.
           MOVE ZEROS TO CND-DATA-ESPERA.
           IF CND-COM-IRMAO
               ADD 1 TO WRK-QTDE-COM-IRMAO
           END-IF.
       2350-EXIT.
           EXIT.

       3000-LER-INSCRICAO.
           READ APPLICANT-INTAKE
               AT END
                   MOVE 'Y' TO WRK-EOF-INSCRICOES-SW
           END-READ.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS DA CARGA
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE APPLICANT-INTAKE
               CLOSE APPLICANT-MASTER
               CLOSE CLASS-MASTER
           END-IF.
           DISPLAY 'INSCRICOES LIDAS: ' WRK-QTDE-LIDAS.
           DISPLAY 'CANDIDATOS INCLUIDOS: ' WRK-QTDE-INCLUIDAS.
           DISPLAY 'CANDIDATOS ATUALIZADOS: ' WRK-QTDE-ATUALIZADAS.
           DISPLAY 'INSCRICOES REJEITADAS: ' WRK-QTDE-REJEITADAS.
           DISPLAY 'CANDIDATOS COM IRMAO MATRICULADO: '
               WRK-QTDE-COM-IRMAO.
       8000-EXIT.
           EXIT.
