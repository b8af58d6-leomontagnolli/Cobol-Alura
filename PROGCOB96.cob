       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB96.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Baixa dos pedidos vencidos da fila de alteracoes
      *            pendentes (CHANGE-QUEUE, copybook PENDREC): todo
      *            pedido ainda pendente ha mais dias que o prazo do
      *            PENDPARM (padrao 7) passa a expirado, com a data
      *            da baixa, e nao pode mais ser aprovado no
      *            PROGCOB95. O relatorio PENDRPT lista os pedidos
      *            expirados nesta corrida (numero, tipo, acao,
      *            solicitante, data e imagens antes/depois), os que
      *            continuam pendentes e os totais. RC 4 quando
      *            algum pedido expirou.
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
           SELECT CHANGE-QUEUE ASSIGN TO "PENDALT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS WRK-FS-FILA.
           SELECT OPTIONAL CHANGE-PARAMETERS ASSIGN TO "PENDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM-FILA.
           SELECT CHANGE-REPORT ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-QUEUE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC REPLACING ==:PREFIXO:== BY ==PND==.
       FD  CHANGE-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY PENDPARM REPLACING ==:PREFIXO:== BY ==PPM==.
       FD  CHANGE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-FILA PIC X(02) VALUE '00'.
       77 WRK-FS-PARAM-FILA PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-FILA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-FILA VALUE 'Y'.
       77 WRK-FILA-ABERTA-SW PIC X(01) VALUE 'N'.
           88 WRK-FILA-ABERTA VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-PEDIDO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PEDIDO PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-EXPIRAR PIC 9(03) VALUE 7.
       77 WRK-QTDE-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-EXPIRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PENDENTES PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * PEDIDOS QUE CONTINUAM PENDENTES, LISTADOS DEPOIS DOS
      * EXPIRADOS
      *---------------------------------------------------------
       77 WRK-QTDE-TAB-PEND PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-PENDENTES.
           05 WRK-PEND-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-PEND.
               10 WRK-PEND-NUMERO      PIC 9(06).
               10 WRK-PEND-TIPO        PIC X(01).
               10 WRK-PEND-ACAO        PIC X(08).
               10 WRK-PEND-SOLICITANTE PIC X(20).
               10 WRK-PEND-DATA        PIC 9(08).
               10 WRK-PEND-DIAS        PIC 9(05).
      *---------------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------------
       01  WRK-LINHA-PEDIDO.
           05 WRK-LP-NUMERO        PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-TIPO          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-ACAO          PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-DATA          PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LP-DIAS          PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE ' DIAS'.
       01  WRK-LINHA-IMAGEM.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 WRK-LI-ROTULO        PIC X(08).
           05 WRK-LI-IMAGEM        PIC X(60).
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-DESCRICAO     PIC X(40).
           05 WRK-LT-QTDE          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-FILA-ABERTA
               PERFORM 2000-TRATAR-PEDIDO THRU 2000-EXIT
                   UNTIL WRK-EOF-FILA
           END-IF.
           PERFORM 3000-EMITIR-PENDENTES THRU 3000-EXIT.
           PERFORM 4000-EMITIR-TOTAIS THRU 4000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * OBTEM A DATA E O PRAZO, ABRE O RELATORIO E A FILA. SEM
      * FILA AINDA CRIADA NAO HA O QUE EXPIRAR.
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-JULIANA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           OPEN INPUT CHANGE-PARAMETERS.
           IF WRK-FS-PARAM-FILA = '00'
               READ CHANGE-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PPM-DIAS-EXPIRAR NUMERIC AND
                          PPM-DIAS-EXPIRAR > ZEROS
                           MOVE PPM-DIAS-EXPIRAR TO WRK-DIAS-EXPIRAR
                       END-IF
               END-READ
               CLOSE CHANGE-PARAMETERS
           END-IF.
           OPEN OUTPUT CHANGE-REPORT.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O RELATORIO - FS '
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALTERACOES PENDENTES - BAIXA DOS VENCIDOS EM '
               DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               ' - PRAZO ' WRK-DIAS-EXPIRAR ' DIAS'
               DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PEDIDOS EXPIRADOS SEM DECISAO' TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN I-O CHANGE-QUEUE.
           IF WRK-FS-FILA = '35'
               DISPLAY 'FILA DE ALTERACOES AINDA NAO CRIADA'
               GO TO 1000-EXIT
           END-IF.
           IF WRK-FS-FILA NOT = '00'
               DISPLAY 'ERRO AO ABRIR A FILA DE ALTERACOES - FS '
                   WRK-FS-FILA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WRK-FILA-ABERTA-SW.
           MOVE ZEROS TO PND-NUMERO.
           START CHANGE-QUEUE KEY IS NOT LESS THAN PND-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-FILA-SW
           END-START.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LE O PROXIMO PEDIDO; PENDENTE ALEM DO PRAZO E EXPIRADO E
      * LISTADO, PENDENTE NO PRAZO VAI PARA A TABELA
      *----------------------------------------------------------
       2000-TRATAR-PEDIDO.
           READ CHANGE-QUEUE NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-FILA-SW
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF NOT PND-PENDENTE
               GO TO 2000-EXIT
           END-IF.
           MOVE ZEROS TO WRK-DIAS-PEDIDO.
           IF PND-DATA-PEDIDO NUMERIC AND PND-DATA-PEDIDO > ZEROS
               COMPUTE WRK-JULIANA-PEDIDO =
                   FUNCTION INTEGER-OF-DATE(PND-DATA-PEDIDO)
               IF WRK-JULIANA-HOJE > WRK-JULIANA-PEDIDO
                   COMPUTE WRK-DIAS-PEDIDO =
                       WRK-JULIANA-HOJE - WRK-JULIANA-PEDIDO
               END-IF
           END-IF.
           IF WRK-DIAS-PEDIDO > WRK-DIAS-EXPIRAR
               PERFORM 2100-EXPIRAR-PEDIDO THRU 2100-EXIT
           ELSE
               PERFORM 2200-GUARDAR-PENDENTE THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-EXPIRAR-PEDIDO.
           MOVE 'E' TO PND-SITUACAO.
           MOVE WRK-DATA-HOJE TO PND-DATA-DECISAO.
           MOVE 'EXPIRADO SEM DECISAO' TO PND-OBSERVACAO.
           REWRITE PND-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO EXPIRAR O PEDIDO ' PND-NUMERO
                       ' - FS ' WRK-FS-FILA
                   MOVE 8 TO RETURN-CODE
                   GO TO 2100-EXIT
           END-REWRITE.
           ADD 1 TO WRK-QTDE-EXPIRADOS.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE PND-NUMERO TO WRK-LP-NUMERO.
           MOVE PND-TIPO TO WRK-LP-TIPO.
           MOVE PND-ACAO TO WRK-LP-ACAO.
           MOVE PND-SOLICITANTE TO WRK-LP-SOLICITANTE.
           MOVE PND-DATA-PEDIDO TO WRK-LP-DATA.
           MOVE WRK-DIAS-PEDIDO TO WRK-LP-DIAS.
           WRITE REL-LINHA FROM WRK-LINHA-PEDIDO.
           MOVE 'ANTES : ' TO WRK-LI-ROTULO.
           MOVE PND-ANTES TO WRK-LI-IMAGEM.
           WRITE REL-LINHA FROM WRK-LINHA-IMAGEM.
           MOVE 'DEPOIS: ' TO WRK-LI-ROTULO.
           MOVE PND-DEPOIS TO WRK-LI-IMAGEM.
           WRITE REL-LINHA FROM WRK-LINHA-IMAGEM.
       2100-EXIT.
           EXIT.

       2200-GUARDAR-PENDENTE.
           ADD 1 TO WRK-QTDE-PENDENTES.
           IF WRK-QTDE-TAB-PEND >= 1000
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-TAB-PEND.
           SET WRK-IDX-PEND TO WRK-QTDE-TAB-PEND.
           MOVE PND-NUMERO TO WRK-PEND-NUMERO (WRK-IDX-PEND).
           MOVE PND-TIPO TO WRK-PEND-TIPO (WRK-IDX-PEND).
           MOVE PND-ACAO TO WRK-PEND-ACAO (WRK-IDX-PEND).
           MOVE PND-SOLICITANTE TO WRK-PEND-SOLICITANTE (WRK-IDX-PEND).
           MOVE PND-DATA-PEDIDO TO WRK-PEND-DATA (WRK-IDX-PEND).
           MOVE WRK-DIAS-PEDIDO TO WRK-PEND-DIAS (WRK-IDX-PEND).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LISTA OS PEDIDOS QUE CONTINUAM AGUARDANDO DECISAO
      *----------------------------------------------------------
       3000-EMITIR-PENDENTES.
           IF WRK-QTDE-EXPIRADOS = ZEROS
               MOVE '  NENHUM' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PEDIDOS AGUARDANDO DECISAO' TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTDE-TAB-PEND = ZEROS
               MOVE '  NENHUM' TO REL-LINHA
               WRITE REL-LINHA
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-EMITIR-PENDENTE THRU 3100-EXIT
               VARYING WRK-IDX-PEND FROM 1 BY 1
               UNTIL WRK-IDX-PEND > WRK-QTDE-TAB-PEND.
       3000-EXIT.
           EXIT.

       3100-EMITIR-PENDENTE.
           MOVE WRK-PEND-NUMERO (WRK-IDX-PEND) TO WRK-LP-NUMERO.
           MOVE WRK-PEND-TIPO (WRK-IDX-PEND) TO WRK-LP-TIPO.
           MOVE WRK-PEND-ACAO (WRK-IDX-PEND) TO WRK-LP-ACAO.
           MOVE WRK-PEND-SOLICITANTE (WRK-IDX-PEND) TO
               WRK-LP-SOLICITANTE.
           MOVE WRK-PEND-DATA (WRK-IDX-PEND) TO WRK-LP-DATA.
           MOVE WRK-PEND-DIAS (WRK-IDX-PEND) TO WRK-LP-DIAS.
           WRITE REL-LINHA FROM WRK-LINHA-PEDIDO.
       3100-EXIT.
           EXIT.

       4000-EMITIR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PEDIDOS LIDOS NA FILA' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-LIDOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'PEDIDOS EXPIRADOS NESTA CORRIDA' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-EXPIRADOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'PEDIDOS AGUARDANDO DECISAO' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-PENDENTES TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
       4000-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF WRK-FILA-ABERTA
               CLOSE CHANGE-QUEUE
           END-IF.
           CLOSE CHANGE-REPORT.
           DISPLAY 'PEDIDOS LIDOS..............: ' WRK-QTDE-LIDOS.
           DISPLAY 'PEDIDOS EXPIRADOS..........: ' WRK-QTDE-EXPIRADOS.
           DISPLAY 'PEDIDOS AGUARDANDO DECISAO.: ' WRK-QTDE-PENDENTES.
       8000-EXIT.
           EXIT.
