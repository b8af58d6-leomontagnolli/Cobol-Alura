      *            auditoria CORRECTION-AUDIT com o solicitante e os
      *            valores antes/depois, para a secretaria responder
      *            quem alterou a nota e quando.
      *            A transacao do GRADECOR nao vale direto: cada uma
      *            entra na fila de alteracoes pendentes (rotina comum
      *            PENDGRV) com o valor original como imagem antes, e
      *            so e aplicada na corrida seguinte a aprovacao por
      *            um segundo ADM ou COORDENADOR no PROGCOB95.
      * DATA = 22/08/2026
      *********************************
      * MODIFICATION HISTORY
      *                    corrigida, para os leitores enxergarem a
      *                    media vigente pela chave sem varrer o
      *                    historico.
      * 15/10/2026 LL      Aprovacao em dupla: a transacao do GRADECOR
      *                    com lancamento original valido vira pedido
      *                    pendente na fila de alteracoes (PENDGRV),
      *                    sem repetir pedido ainda em aberto; a
      *                    correcao so e aplicada quando o pedido
      *                    esta aprovado no PROGCOB95 e o valor
      *                    original nao mudou desde o pedido. O
      *                    CORRECTION-AUDIT ganha o aprovador; RC 4
      *                    com correcao rejeitada ou nao aplicada, RC
      *                    8 com pedido que nao entrou na fila.
      * 15/10/2026 LL      Observacao do pedido nao aplicado reescrita
      *                    para caber nas 40 posicoes de PND-OBSERVACAO.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CORRECTION-AUDIT ASSIGN TO "CORAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT CHANGE-QUEUE ASSIGN TO "PENDALT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS WRK-FS-FILA.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CORRECTIONS
           LABEL RECORDS ARE STANDARD.
       01  COR-ENTRADA              PIC X(49).
       FD  GRADE-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY GRADEHST REPLACING ==:PREFIXO:== BY ==GH==.
           05 AUD-VALOR-NOVO       PIC -9999,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 AUD-DATA-CORRECAO    PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 AUD-APROVADOR        PIC X(20).
       FD  CHANGE-QUEUE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC REPLACING ==:PREFIXO:== BY ==PND==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
      *---------------------------------------------------------
      * TRANSACAO DE CORRECAO EM TRATAMENTO: LIDA DO GRADECOR OU
      * TRAZIDA DA IMAGEM DEPOIS DE UM PEDIDO APROVADO DA FILA
      *---------------------------------------------------------
       01  COR-REGISTRO.
           05 COR-MATRICULA        PIC 9(07).
           05 COR-MATERIA          PIC X(10).
           05 COR-DATA-ORIGINAL.
               10 COR-ORIG-ANO     PIC 9(04).
               10 COR-ORIG-MES     PIC 9(02).
               10 COR-ORIG-DIA     PIC 9(02).
           05 COR-NOVO-RESULTADO   PIC 9(02)V99.
           05 COR-SOLICITANTE      PIC X(20).
      *---------------------------------------------------------
      * IMAGEM ANTES DO PEDIDO: A MESMA TRANSACAO COM O VALOR
      * ORIGINAL DO HISTORICO NO LUGAR DO NOVO RESULTADO
      *---------------------------------------------------------
       01  ANT-REGISTRO.
           05 ANT-CHAVE            PIC X(25).
           05 ANT-RESULTADO        PIC 9(02)V99.
           05 ANT-SOLICITANTE      PIC X(20).

       77 WRK-FS-CORRECAO PIC X(02) VALUE '00'.
       77 WRK-FS-HISTORICO PIC X(02) VALUE '00'.
       77 WRK-QTDE-CORRIGIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * FILA DE ALTERACOES PENDENTES (COPYBOOK PENDREC): PEDIDOS
      * DE CORRECAO AINDA EM ABERTO (PENDENTES OU APROVADOS), PARA
      * A MESMA TRANSACAO NAO VIRAR DOIS PEDIDOS, E O PEDIDO
      * MONTADO PARA A ROTINA COMUM PENDGRV
      *---------------------------------------------------------
       77 WRK-FS-FILA PIC X(02) VALUE '00'.
       77 WRK-EOF-FILA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-FILA VALUE 'Y'.
       77 WRK-APROVADOR PIC X(20) VALUE SPACES.
       77 WRK-QTDE-ENFILEIRADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REPETIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-NAO-APLICADAS PIC 9(05) VALUE ZEROS.
       77 WRK-REPETIDA-SW PIC X(01) VALUE 'N'.
           88 WRK-REPETIDA VALUE 'S'.
       77 WRK-QTDE-ABERTOS PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-ABERTOS.
           05 WRK-ABERTO-IMAGEM PIC X(49) OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-ABERTO.
       COPY PENDREC REPLACING ==:PREFIXO:== BY ==PED==.
      *---------------------------------------------------------
      * LOCALIZACAO DO LANCAMENTO ORIGINAL NO HISTORICO: GUARDA O
      * VALOR ATUALMENTE VALIDO DA MEDIA-ANUAL DA MATERIA/DATA
      * (UM ESTORNO JA GRAVADO ANULA O LANCAMENTO QUE CASA COM
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 4000-APLICAR-APROVADAS THRU 4000-EXIT.
           PERFORM 1500-ABRIR-TRANSACOES THRU 1500-EXIT.
           PERFORM 2000-PROCESSAR-CORRECAO THRU 2000-EXIT
               UNTIL WRK-EOF-CORRECAO.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE O ARQUIVO DE AUDITORIA
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           DISPLAY 'DATA DO PROCESSAMENTO: ' WRK-DIA '/' WRK-MES
               '/' WRK-ANO.
           OPEN EXTEND CORRECTION-AUDIT.
           IF WRK-FS-AUDITORIA = '35'
               OPEN OUTPUT CORRECTION-AUDIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ABRE AS TRANSACOES DO GRADECOR E LE A PRIMEIRA CORRECAO
      *----------------------------------------------------------
       1500-ABRIR-TRANSACOES.
           OPEN INPUT GRADE-CORRECTIONS.
           IF WRK-FS-CORRECAO NOT = '00'
               DISPLAY 'NENHUMA CORRECAO A PROCESSAR - FS '
                   WRK-FS-CORRECAO
           ELSE
               PERFORM 3000-LER-CORRECAO THRU 3000-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TRATA UMA TRANSACAO DO GRADECOR: LOCALIZA O LANCAMENTO
      * ORIGINAL AINDA VALIDO NO HISTORICO E, ACHANDO, REGISTRA O
      * PEDIDO DE CORRECAO NA FILA (A CORRECAO SO E GRAVADA DEPOIS
      * DA APROVACAO)
      *----------------------------------------------------------
       2000-PROCESSAR-CORRECAO.
           PERFORM 2100-LOCALIZAR-ORIGINAL THRU 2100-EXIT.
           IF WRK-ACHOU-ORIGINAL
               PERFORM 2500-REGISTRAR-PEDIDO THRU 2500-EXIT
           ELSE
               ADD 1 TO WRK-QTDE-REJEITADAS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'CORRECAO REJEITADA - LANCAMENTO ORIGINAL '
                   'NAO LOCALIZADO (OU JA ESTORNADO) - MATRICULA '
                   COR-MATRICULA ' MATERIA ' COR-MATERIA ' DATA '
           MOVE WRK-VALOR-ANTIGO TO AUD-VALOR-ANTIGO.
           MOVE COR-NOVO-RESULTADO TO AUD-VALOR-NOVO.
           MOVE WRK-DATA-CORRECAO TO AUD-DATA-CORRECAO.
           MOVE WRK-APROVADOR TO AUD-APROVADOR.
           WRITE AUD-REGISTRO.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGISTRA A TRANSACAO COMO PEDIDO PENDENTE NA FILA, COM O
      * VALOR ORIGINAL NA IMAGEM ANTES; TRANSACAO QUE JA TEM
      * PEDIDO EM ABERTO NAO E REPETIDA
      *----------------------------------------------------------
       2500-REGISTRAR-PEDIDO.
           MOVE 'N' TO WRK-REPETIDA-SW.
           SET WRK-IDX-ABERTO TO 1.
           SEARCH WRK-ABERTO-IMAGEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-ABERTO > WRK-QTDE-ABERTOS
                   CONTINUE
               WHEN WRK-ABERTO-IMAGEM (WRK-IDX-ABERTO) = COR-REGISTRO
                   MOVE 'S' TO WRK-REPETIDA-SW
           END-SEARCH.
           IF WRK-REPETIDA
               ADD 1 TO WRK-QTDE-REPETIDAS
               DISPLAY 'CORRECAO JA PEDIDA E AINDA EM ABERTO NA FILA '
                   '- MATRICULA ' COR-MATRICULA ' MATERIA '
                   COR-MATERIA
               GO TO 2500-EXIT
           END-IF.
           MOVE COR-REGISTRO TO ANT-REGISTRO.
           MOVE WRK-VALOR-ANTIGO TO ANT-RESULTADO.
           MOVE SPACES TO PED-REGISTRO.
           MOVE 'N' TO PED-TIPO.
           MOVE 'CORRECAO' TO PED-ACAO.
           MOVE COR-SOLICITANTE TO PED-SOLICITANTE.
           MOVE WRK-DATA-CORRECAO TO PED-DATA-PEDIDO.
           MOVE ANT-REGISTRO TO PED-ANTES.
           MOVE COR-REGISTRO TO PED-DEPOIS.
           CALL 'PENDGRV' USING PED-REGISTRO.
           IF PED-NUMERO = ZEROS
               MOVE 8 TO RETURN-CODE
               DISPLAY 'ERRO - CORRECAO NAO ENTROU NA FILA - '
                   'MATRICULA ' COR-MATRICULA ' MATERIA '
                   COR-MATERIA
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ENFILEIRADAS.
           IF WRK-QTDE-ABERTOS < 500
               ADD 1 TO WRK-QTDE-ABERTOS
               MOVE COR-REGISTRO TO WRK-ABERTO-IMAGEM
                   (WRK-QTDE-ABERTOS)
           END-IF.
           DISPLAY 'CORRECAO PEDIDA - PEDIDO ' PED-NUMERO
               ' MATRICULA ' COR-MATRICULA ' MATERIA ' COR-MATERIA
               ' DE ' WRK-VALOR-ANTIGO ' PARA ' COR-NOVO-RESULTADO.
       2500-EXIT.
           EXIT.

       3000-LER-CORRECAO.
           READ GRADE-CORRECTIONS INTO COR-REGISTRO
               AT END
                   MOVE 'Y' TO WRK-EOF-CORRECAO-SW
           END-READ.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PASSA A FILA DE ALTERACOES PENDENTES: GUARDA OS PEDIDOS DE
      * CORRECAO EM ABERTO E APLICA OS APROVADOS. SEM A FILA
      * (NADA FOI PEDIDO AINDA) NAO HA O QUE APLICAR.
      *----------------------------------------------------------
       4000-APLICAR-APROVADAS.
           MOVE ZEROS TO WRK-QTDE-ABERTOS.
           OPEN I-O CHANGE-QUEUE.
           IF WRK-FS-FILA = '35'
               GO TO 4000-EXIT
           END-IF.
           IF WRK-FS-FILA NOT = '00'
               DISPLAY 'ERRO AO ABRIR A FILA DE ALTERACOES PENDENTES '
                   '- FS ' WRK-FS-FILA
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WRK-EOF-FILA-SW.
           MOVE ZEROS TO PND-NUMERO.
           START CHANGE-QUEUE KEY IS NOT LESS THAN PND-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-FILA-SW
           END-START.
           PERFORM 4100-LER-PEDIDO THRU 4100-EXIT
               UNTIL WRK-EOF-FILA.
           CLOSE CHANGE-QUEUE.
       4000-EXIT.
           EXIT.

       4100-LER-PEDIDO.
           READ CHANGE-QUEUE NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-FILA-SW
                   GO TO 4100-EXIT
           END-READ.
           IF NOT PND-CORRECAO
               GO TO 4100-EXIT
           END-IF.
           IF PND-PENDENTE OR PND-APROVADA
               IF WRK-QTDE-ABERTOS < 500
                   ADD 1 TO WRK-QTDE-ABERTOS
                   MOVE PND-DEPOIS TO WRK-ABERTO-IMAGEM
                       (WRK-QTDE-ABERTOS)
               ELSE
                   DISPLAY 'ATENCAO - TABELA DE PEDIDOS EM ABERTO '
                       'CHEIA, PEDIDO ' PND-NUMERO ' SEM CONFERENCIA '
                       'DE REPETICAO'
               END-IF
           END-IF.
           IF PND-APROVADA
               PERFORM 4200-APLICAR-PEDIDO THRU 4200-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * APLICA UM PEDIDO APROVADO: O LANCAMENTO ORIGINAL PRECISA
      * CONTINUAR VALIDO E COM O MESMO VALOR DA IMAGEM ANTES;
      * SENAO O PEDIDO FICA COMO NAO APLICADO, COM O MOTIVO
      *----------------------------------------------------------
       4200-APLICAR-PEDIDO.
           MOVE PND-DEPOIS TO COR-REGISTRO.
           MOVE PND-ANTES TO ANT-REGISTRO.
           MOVE PND-APROVADOR TO WRK-APROVADOR.
           PERFORM 2100-LOCALIZAR-ORIGINAL THRU 2100-EXIT.
           IF NOT WRK-ACHOU-ORIGINAL OR
              WRK-VALOR-ANTIGO NOT = ANT-RESULTADO
               MOVE 'X' TO PND-SITUACAO
               MOVE 'LANCAMENTO ORIGINAL ALTERADO APOS PEDIDO'
                   TO PND-OBSERVACAO
               ADD 1 TO WRK-QTDE-NAO-APLICADAS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'PEDIDO ' PND-NUMERO ' NAO APLICADO - '
                   'LANCAMENTO ORIGINAL ALTERADO APOS PEDIDO - '
                   'MATRICULA ' COR-MATRICULA ' MATERIA '
                   COR-MATERIA
           ELSE
               PERFORM 2200-GRAVAR-CORRECAO THRU 2200-EXIT
               PERFORM 2300-GRAVAR-AUDITORIA THRU 2300-EXIT
               ADD 1 TO WRK-QTDE-CORRIGIDAS
               MOVE 'T' TO PND-SITUACAO
           END-IF.
           REWRITE PND-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR O PEDIDO ' PND-NUMERO
                       ' - FS ' WRK-FS-FILA
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS DAS CORRECOES
      *----------------------------------------------------------
       8000-FINALIZAR.
           CLOSE GRADE-CORRECTIONS.
           CLOSE CORRECTION-AUDIT.
           DISPLAY 'CORRECOES APROVADAS APLICADAS: '
               WRK-QTDE-CORRIGIDAS.
           DISPLAY 'APROVADAS NAO APLICADAS: ' WRK-QTDE-NAO-APLICADAS.
           DISPLAY 'CORRECOES PEDIDAS NA FILA: ' WRK-QTDE-ENFILEIRADAS.
           DISPLAY 'JA PEDIDAS EM ABERTO: ' WRK-QTDE-REPETIDAS.
           DISPLAY 'CORRECOES REJEITADAS: ' WRK-QTDE-REJEITADAS.
       8000-EXIT.
           EXIT.
