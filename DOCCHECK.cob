       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCCHECK.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Rotina comum da lista de documentos da matricula:
      *            CHAMADA com a matricula e a turma do aluno,
      *            devolve em LNK-DOCUMENTOS (copybook DOCLIST) os
      *            documentos da lista DOCREQ que valem para a turma
      *            -- os da escola inteira (nivel em branco) e os do
      *            nivel cujo inicio casa com o codigo da turma --
      *            com a data de entrega registrada no DOC-TRACKING
      *            (zeros = pendente) e a quantidade de obrigatorios
      *            pendentes. Documento repetido em mais de um nivel
      *            sai uma vez so, obrigatorio se algum nivel o
      *            exigir. A lista e lida uma unica vez na primeira
      *            chamada; sem o arquivo valem os tres documentos
      *            obrigatorios de sempre (certidao de nascimento,
      *            carteira de vacinacao e historico da escola
      *            anterior) para todas as turmas.
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
           SELECT OPTIONAL DOC-REQUIREMENTS ASSIGN TO "DOCREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXIGENCIAS.
           SELECT OPTIONAL DOC-TRACKING ASSIGN TO "DOCTRACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTR-CHAVE
               FILE STATUS IS WRK-FS-ENTREGAS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOC-REQUIREMENTS
           LABEL RECORDS ARE STANDARD.
       COPY DOCREQ REPLACING ==:PREFIXO:== BY ==DRQ==.
       FD  DOC-TRACKING
           LABEL RECORDS ARE STANDARD.
       COPY DOCTREC REPLACING ==:PREFIXO:== BY ==DTR==.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EXIGENCIAS PIC X(02) VALUE '00'.
       77 WRK-FS-ENTREGAS PIC X(02) VALUE '00'.
       77 WRK-EOF-EXIGENCIAS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-EXIGENCIAS VALUE 'Y'.
       77 WRK-CARREGADO-SW PIC X(01) VALUE 'N'.
           88 WRK-CARREGADO VALUE 'S'.
       77 WRK-ENTREGAS-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-ENTREGAS-ABERTO VALUE 'S'.
       77 WRK-APLICA-SW PIC X(01) VALUE 'N'.
           88 WRK-EXIGENCIA-APLICA VALUE 'S'.
       77 WRK-REPETIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-DOCUMENTO-REPETIDO VALUE 'S'.
       77 WRK-POSICAO PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-SAIDA PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-BUSCA PIC 9(02) VALUE ZEROS.
      *---------------------------------------------------------
      * LISTA DE EXIGENCIAS, CARREGADA UMA UNICA VEZ NA PRIMEIRA
      * CHAMADA (A WORKING-STORAGE SOBREVIVE ENTRE AS CHAMADAS)
      *---------------------------------------------------------
       77 WRK-QTDE-EXIGENCIAS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-EXIGENCIAS.
           05 WRK-EXI-ITEM OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-EXI.
               10 WRK-EXI-NIVEL       PIC X(06).
               10 WRK-EXI-DOCUMENTO   PIC X(04).
               10 WRK-EXI-DESCRICAO   PIC X(30).
               10 WRK-EXI-OBRIGATORIO PIC X(01).
       LINKAGE SECTION.
       01  LNK-MATRICULA PIC 9(07).
       01  LNK-TURMA PIC X(06).
       COPY DOCLIST REPLACING ==:PREFIXO:== BY ==LNK==.
       PROCEDURE DIVISION USING LNK-MATRICULA LNK-TURMA
           LNK-DOCUMENTOS.
       0000-MAINLINE.
           IF NOT WRK-CARREGADO
               PERFORM 1000-CARREGAR-EXIGENCIAS THRU 1000-EXIT
           END-IF.
           PERFORM 2000-MONTAR-LISTA THRU 2000-EXIT.
           GOBACK.

      *----------------------------------------------------------
      * CARREGA A LISTA DOCREQ NA TABELA; SEM NENHUMA LINHA VALEM
      * OS TRES DOCUMENTOS OBRIGATORIOS DE SEMPRE
      *----------------------------------------------------------
       1000-CARREGAR-EXIGENCIAS.
           MOVE 'S' TO WRK-CARREGADO-SW.
           OPEN INPUT DOC-REQUIREMENTS.
           IF WRK-FS-EXIGENCIAS = '00'
               PERFORM 1100-LER-EXIGENCIA THRU 1100-EXIT
                   UNTIL WRK-EOF-EXIGENCIAS
           END-IF.
           CLOSE DOC-REQUIREMENTS.
           IF WRK-QTDE-EXIGENCIAS = ZEROS
               PERFORM 1300-EXIGENCIAS-PADRAO THRU 1300-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LER-EXIGENCIA.
           READ DOC-REQUIREMENTS
               AT END
                   MOVE 'Y' TO WRK-EOF-EXIGENCIAS-SW
               NOT AT END
                   PERFORM 1200-GUARDAR-EXIGENCIA THRU 1200-EXIT
           END-READ.
       1100-EXIT.
           EXIT.

       1200-GUARDAR-EXIGENCIA.
           IF DRQ-DOCUMENTO = SPACES
               GO TO 1200-EXIT
           END-IF.
           IF WRK-QTDE-EXIGENCIAS >= 50
               DISPLAY 'ATENCAO - TABELA DE DOCUMENTOS CHEIA, '
                   'LINHA IGNORADA: ' DRQ-DOCUMENTO
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-EXIGENCIAS.
           SET WRK-IDX-EXI TO WRK-QTDE-EXIGENCIAS.
           MOVE DRQ-NIVEL TO WRK-EXI-NIVEL (WRK-IDX-EXI).
           MOVE DRQ-DOCUMENTO TO WRK-EXI-DOCUMENTO (WRK-IDX-EXI).
           MOVE DRQ-DESCRICAO TO WRK-EXI-DESCRICAO (WRK-IDX-EXI).
           IF DRQ-EXIGIDO
               MOVE 'S' TO WRK-EXI-OBRIGATORIO (WRK-IDX-EXI)
           ELSE
               MOVE 'N' TO WRK-EXI-OBRIGATORIO (WRK-IDX-EXI)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-EXIGENCIAS-PADRAO.
           MOVE 3 TO WRK-QTDE-EXIGENCIAS.
           MOVE SPACES TO WRK-EXI-NIVEL (1).
           MOVE 'CNAS' TO WRK-EXI-DOCUMENTO (1).
           MOVE 'CERTIDAO DE NASCIMENTO' TO WRK-EXI-DESCRICAO (1).
           MOVE 'S' TO WRK-EXI-OBRIGATORIO (1).
           MOVE SPACES TO WRK-EXI-NIVEL (2).
           MOVE 'VACI' TO WRK-EXI-DOCUMENTO (2).
           MOVE 'CARTEIRA DE VACINACAO' TO WRK-EXI-DESCRICAO (2).
           MOVE 'S' TO WRK-EXI-OBRIGATORIO (2).
           MOVE SPACES TO WRK-EXI-NIVEL (3).
           MOVE 'HIST' TO WRK-EXI-DOCUMENTO (3).
           MOVE 'HISTORICO DA ESCOLA ANTERIOR'
               TO WRK-EXI-DESCRICAO (3).
           MOVE 'S' TO WRK-EXI-OBRIGATORIO (3).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MONTA A LISTA DO ALUNO: CADA EXIGENCIA QUE VALE PARA A
      * TURMA, COM A DATA DE ENTREGA DO DOC-TRACKING
      *----------------------------------------------------------
       2000-MONTAR-LISTA.
           MOVE ZEROS TO LNK-QTDE-EXIGIDOS.
           MOVE ZEROS TO LNK-QTDE-PENDENTES.
           MOVE 'N' TO WRK-ENTREGAS-ABERTO-SW.
           OPEN INPUT DOC-TRACKING.
           IF WRK-FS-ENTREGAS = '00'
               MOVE 'S' TO WRK-ENTREGAS-ABERTO-SW
           END-IF.
           PERFORM 2100-AVALIAR-EXIGENCIA THRU 2100-EXIT
               VARYING WRK-IDX-EXI FROM 1 BY 1
               UNTIL WRK-IDX-EXI > WRK-QTDE-EXIGENCIAS.
           IF WRK-ENTREGAS-ABERTO
               CLOSE DOC-TRACKING
           END-IF.
           PERFORM 2400-CONTAR-PENDENTE THRU 2400-EXIT
               VARYING WRK-IDX-SAIDA FROM 1 BY 1
               UNTIL WRK-IDX-SAIDA > LNK-QTDE-EXIGIDOS.
       2000-EXIT.
           EXIT.

       2100-AVALIAR-EXIGENCIA.
           MOVE 'S' TO WRK-APLICA-SW.
           PERFORM 2150-CONFERIR-POSICAO THRU 2150-EXIT
               VARYING WRK-POSICAO FROM 1 BY 1
               UNTIL WRK-POSICAO > 6.
           IF NOT WRK-EXIGENCIA-APLICA
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WRK-REPETIDO-SW.
           PERFORM 2200-PROCURAR-REPETIDO THRU 2200-EXIT
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > LNK-QTDE-EXIGIDOS
                  OR WRK-DOCUMENTO-REPETIDO.
           IF WRK-DOCUMENTO-REPETIDO
               GO TO 2100-EXIT
           END-IF.
           IF LNK-QTDE-EXIGIDOS >= 20
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO LNK-QTDE-EXIGIDOS.
           MOVE LNK-QTDE-EXIGIDOS TO WRK-IDX-SAIDA.
           MOVE WRK-EXI-DOCUMENTO (WRK-IDX-EXI)
               TO LNK-DOC-CODIGO (WRK-IDX-SAIDA).
           MOVE WRK-EXI-DESCRICAO (WRK-IDX-EXI)
               TO LNK-DOC-DESCRICAO (WRK-IDX-SAIDA).
           MOVE WRK-EXI-OBRIGATORIO (WRK-IDX-EXI)
               TO LNK-DOC-OBRIGATORIO (WRK-IDX-SAIDA).
           PERFORM 2300-BUSCAR-ENTREGA THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * POSICAO EM BRANCO NO NIVEL VALE QUALQUER CARACTER DA TURMA
      *----------------------------------------------------------
       2150-CONFERIR-POSICAO.
           IF WRK-EXI-NIVEL (WRK-IDX-EXI) (WRK-POSICAO:1) NOT = SPACE
              AND WRK-EXI-NIVEL (WRK-IDX-EXI) (WRK-POSICAO:1) NOT =
                  LNK-TURMA (WRK-POSICAO:1)
               MOVE 'N' TO WRK-APLICA-SW
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DOCUMENTO JA NA LISTA POR OUTRO NIVEL: FICA UMA VEZ SO,
      * OBRIGATORIO SE ESTE NIVEL O EXIGIR
      *----------------------------------------------------------
       2200-PROCURAR-REPETIDO.
           IF LNK-DOC-CODIGO (WRK-IDX-BUSCA) =
              WRK-EXI-DOCUMENTO (WRK-IDX-EXI)
               MOVE 'S' TO WRK-REPETIDO-SW
               IF WRK-EXI-OBRIGATORIO (WRK-IDX-EXI) = 'S'
                   MOVE 'S' TO LNK-DOC-OBRIGATORIO (WRK-IDX-BUSCA)
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2300-BUSCAR-ENTREGA.
           MOVE ZEROS TO LNK-DOC-ENTREGA (WRK-IDX-SAIDA).
           IF NOT WRK-ENTREGAS-ABERTO
               GO TO 2300-EXIT
           END-IF.
           MOVE LNK-MATRICULA TO DTR-MATRICULA.
           MOVE WRK-EXI-DOCUMENTO (WRK-IDX-EXI) TO DTR-DOCUMENTO.
           READ DOC-TRACKING
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DTR-DATA-ENTREGA
                       TO LNK-DOC-ENTREGA (WRK-IDX-SAIDA)
           END-READ.
       2300-EXIT.
           EXIT.

       2400-CONTAR-PENDENTE.
           IF LNK-DOC-EXIGIDO (WRK-IDX-SAIDA) AND
              LNK-DOC-ENTREGA (WRK-IDX-SAIDA) = ZEROS
               ADD 1 TO LNK-QTDE-PENDENTES
           END-IF.
       2400-EXIT.
           EXIT.
