       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDGRV.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Rotina comum de gravacao na fila de alteracoes
      *            pendentes (CHANGE-QUEUE, copybook PENDREC):
      *            CHAMADA pelo PROGCOB43 (parametros de nota), pelo
      *            PROGCOB41 (calendario de feriados) e pelo PROGCOB18
      *            (correcoes do GRADECOR) no lugar de aplicar a
      *            alteracao direto. Recebe o pedido montado pelo
      *            chamador (tipo, acao, solicitante, data e imagens
      *            antes/depois), numera com o proximo numero livre
      *            da fila, grava como pendente e devolve o numero;
      *            numero zero no retorno = pedido nao gravado. O
      *            arquivo indexado e criado na primeira gravacao
      *            (mesmo padrao do CRNTUPD).
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-QUEUE ASSIGN TO "PENDALT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUE-NUMERO
               FILE STATUS IS WRK-FS-FILA.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-QUEUE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC REPLACING ==:PREFIXO:== BY ==QUE==.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FILA PIC X(02) VALUE '00'.
       77 WRK-EOF-FILA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-FILA VALUE 'Y'.
       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
       LINKAGE SECTION.
       COPY PENDREC REPLACING ==:PREFIXO:== BY ==LNK==.
       PROCEDURE DIVISION USING LNK-REGISTRO.
       0000-MAINLINE.
           MOVE ZEROS TO LNK-NUMERO.
           OPEN I-O CHANGE-QUEUE.
           IF WRK-FS-FILA = '35'
               OPEN OUTPUT CHANGE-QUEUE
               CLOSE CHANGE-QUEUE
               OPEN I-O CHANGE-QUEUE
           END-IF.
           IF WRK-FS-FILA NOT = '00'
               DISPLAY 'ERRO - FILA DE ALTERACOES PENDENTES '
                   'INDISPONIVEL - FS ' WRK-FS-FILA
               GOBACK
           END-IF.
           PERFORM 1000-ACHAR-ULTIMO THRU 1000-EXIT.
           PERFORM 2000-GRAVAR-PEDIDO THRU 2000-EXIT.
           CLOSE CHANGE-QUEUE.
           GOBACK.

      *----------------------------------------------------------
      * PERCORRE A FILA NA ORDEM DA CHAVE ATE O FIM PARA ACHAR O
      * ULTIMO NUMERO USADO
      *----------------------------------------------------------
       1000-ACHAR-ULTIMO.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-EOF-FILA-SW.
           MOVE ZEROS TO QUE-NUMERO.
           START CHANGE-QUEUE KEY IS NOT LESS THAN QUE-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-FILA-SW
           END-START.
           PERFORM 1100-LER-PEDIDO THRU 1100-EXIT
               UNTIL WRK-EOF-FILA.
       1000-EXIT.
           EXIT.

       1100-LER-PEDIDO.
           READ CHANGE-QUEUE NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-FILA-SW
               NOT AT END
                   MOVE QUE-NUMERO TO WRK-ULTIMO-NUMERO
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA O PEDIDO PENDENTE COM O PROXIMO NUMERO E DEVOLVE O
      * NUMERO AO CHAMADOR
      *----------------------------------------------------------
       2000-GRAVAR-PEDIDO.
           MOVE LNK-REGISTRO TO QUE-REGISTRO.
           ADD 1 TO WRK-ULTIMO-NUMERO GIVING QUE-NUMERO.
           MOVE 'P' TO QUE-SITUACAO.
           MOVE SPACES TO QUE-APROVADOR.
           MOVE ZEROS TO QUE-DATA-DECISAO.
           WRITE QUE-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO - PEDIDO NAO GRAVADO NA FILA - FS '
                       WRK-FS-FILA
                   GO TO 2000-EXIT
           END-WRITE.
           MOVE QUE-REGISTRO TO LNK-REGISTRO.
       2000-EXIT.
           EXIT.
