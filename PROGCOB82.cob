       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB82.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Acompanhamento dos acordos de parcelamento: confere
      *            cada acordo VIGENTE do cadastro ACORDOS (copybook
      *            ACRDREC) contra as suas parcelas no carne CHRGSCHD
      *            (copybook CHRGREC). Parcela do acordo FATURADA e
      *            nao paga ha mais dias que o limite do ACRDPARM
      *            (padrao 30) quebra o acordo: as parcelas do
      *            acordo ainda AGENDADAS vencem de imediato (viram
      *            FATURADAS com vencimento na data da corrida e
      *            transacao A no TUITTXN), entao todo o restante da
      *            divida volta ao saldo devedor vencido do
      *            TUITION-MASTER, e o acordo sai no relatorio de
      *            acordos quebrados ACRDQBR para a cobranca. Acordo
      *            com todas as parcelas pagas fica LIQUIDADO. O
      *            carne e regravado em CHRGNEW (o JCL troca pelo
      *            vivo, padrao SWAP do TUITRET).
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Cadastro ACORDOS recem-definido e ainda
      *                    vazio (FS 35 no OPEN I-O) e criado com OPEN
      *                    OUTPUT e reaberto, como no PROGCOB81.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-SCHEDULE ASSIGN TO "CHRGSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARNE.
           SELECT CHARGE-NEW ASSIGN TO "CHRGNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARNE-NOVO.
           SELECT TUITION-TXN ASSIGN TO "TUITTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TXN.
           SELECT AGREEMENT-MASTER ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS WRK-FS-ACORDOS.
           SELECT OPTIONAL AGREEMENT-PARAMETERS ASSIGN TO "ACRDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM-ACORDO.
           SELECT BROKEN-REPORT ASSIGN TO "ACRDQBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-SCHEDULE
           LABEL RECORDS ARE STANDARD.
       COPY CHRGREC REPLACING ==:PREFIXO:== BY ==CHG==.
       FD  CHARGE-NEW
           LABEL RECORDS ARE STANDARD.
       COPY CHRGREC REPLACING ==:PREFIXO:== BY ==NEW==.
       FD  TUITION-TXN
           LABEL RECORDS ARE STANDARD.
       01  TXN-REGISTRO.
           05 TXN-MATRICULA        PIC 9(07).
           05 TXN-TIPO             PIC X(01).
               88 TXN-PARCELA-ACORDO   VALUE 'A'.
           05 TXN-VALOR            PIC 9(07)V99.
           05 TXN-VENCIMENTO       PIC 9(08).
       FD  AGREEMENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ACRDREC REPLACING ==:PREFIXO:== BY ==ACD==.
       FD  AGREEMENT-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY ACRDPARM REPLACING ==:PREFIXO:== BY ==APM==.
       FD  BROKEN-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-CARNE PIC X(02) VALUE '00'.
       77 WRK-FS-CARNE-NOVO PIC X(02) VALUE '00'.
       77 WRK-FS-TXN PIC X(02) VALUE '00'.
       77 WRK-FS-ACORDOS PIC X(02) VALUE '00'.
       77 WRK-FS-PARAM-ACORDO PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-CARNE-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CARNE VALUE 'Y'.
       77 WRK-EOF-ACORDOS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-ACORDOS VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-VENC PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-VIGENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-QUEBRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LIQUIDADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ANTECIPADAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-REINTEGRADO PIC 9(09)V99 VALUE ZEROS.
      *---------------------------------------------------------
      * DIAS DE ATRASO QUE QUEBRAM O ACORDO (COPYBOOK ACRDPARM)
      *---------------------------------------------------------
       77 WRK-DIAS-QUEBRA PIC 9(03) VALUE 30.
      *---------------------------------------------------------
      * ACORDOS VIGENTES E A SITUACAO DAS SUAS PARCELAS NO CARNE
      *---------------------------------------------------------
       77 WRK-QTDE-ACD PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-ACORDOS.
           05 WRK-ACD-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-ACD.
               10 WRK-ACD-NUMERO       PIC 9(06).
               10 WRK-ACD-MATRICULA    PIC 9(07).
               10 WRK-ACD-DATA         PIC 9(08).
               10 WRK-ACD-QTDE-PARCELAS PIC 9(02).
               10 WRK-ACD-PAGAS        PIC 9(02).
               10 WRK-ACD-EM-ABERTO    PIC 9(02).
               10 WRK-ACD-MAIOR-ATRASO PIC 9(05).
               10 WRK-ACD-RESTANTE     PIC 9(07)V99.
               10 WRK-ACD-DESFECHO     PIC X(01).
                   88 WRK-ACD-SEGUE        VALUE ' '.
                   88 WRK-ACD-QUEBRA       VALUE 'Q'.
                   88 WRK-ACD-LIQUIDA      VALUE 'L'.
       77 WRK-ACD-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-ACD-ACHADO VALUE 'S'.
      *---------------------------------------------------------
      * LINHAS DO RELATORIO DE ACORDOS QUEBRADOS
      *---------------------------------------------------------
       01  WRK-LINHA-QUEBRA.
           05 WRK-LQ-NUMERO        PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LQ-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LQ-DATA          PIC 9(08).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-LQ-PAGAS         PIC Z9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-LQ-PARCELAS      PIC 99.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 WRK-LQ-ATRASO        PIC ZZZZ9.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 WRK-LQ-RESTANTE      PIC ZZZZZZ9,99.
       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(18) VALUE
                                       'ACORDOS QUEBRADOS:'.
           05 WRK-LT-QTDE          PIC ZZZZ9.
           05 FILLER               PIC X(20) VALUE
                                       '  VALOR REINTEGRADO:'.
           05 WRK-LT-VALOR         PIC ZZZZZZZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 1500-CONFERIR-PARCELA THRU 1500-EXIT
                   UNTIL WRK-EOF-CARNE
               PERFORM 2000-DECIDIR-ACORDO THRU 2000-EXIT
                   VARYING WRK-IDX-ACD FROM 1 BY 1
                   UNTIL WRK-IDX-ACD > WRK-QTDE-ACD
               PERFORM 3000-REGRAVAR-CARNE THRU 3000-EXIT
               PERFORM 4000-ATUALIZAR-ACORDO THRU 4000-EXIT
                   VARYING WRK-IDX-ACD FROM 1 BY 1
                   UNTIL WRK-IDX-ACD > WRK-QTDE-ACD
               PERFORM 5000-TOTAIS-RELATORIO THRU 5000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS, LE O LIMITE DE ATRASO E CARREGA OS
      * ACORDOS VIGENTES
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-JULIANA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           OPEN INPUT CHARGE-SCHEDULE.
           OPEN I-O AGREEMENT-MASTER.
           IF WRK-FS-ACORDOS = '35'
               OPEN OUTPUT AGREEMENT-MASTER
               CLOSE AGREEMENT-MASTER
               OPEN I-O AGREEMENT-MASTER
           END-IF.
           OPEN OUTPUT BROKEN-REPORT.
           IF WRK-FS-CARNE NOT = '00' OR WRK-FS-ACORDOS NOT = '00'
              OR WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CARNE '
                   WRK-FS-CARNE ' ACORDOS ' WRK-FS-ACORDOS
                   ' RELATORIO ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT CHARGE-NEW.
           OPEN EXTEND TUITION-TXN.
           IF WRK-FS-TXN = '35'
               OPEN OUTPUT TUITION-TXN
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACORDOS DE PARCELAMENTO QUEBRADOS EM '
               DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               ' - LIMITE DE ' DELIMITED BY SIZE
               WRK-DIAS-QUEBRA DELIMITED BY SIZE
               ' DIAS' DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACORDO  TITULAR  DATA ACORDO PAGAS  DIAS ATRASO'
               DELIMITED BY SIZE
               '  REINTEGRADO' DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO ACD-NUMERO.
           START AGREEMENT-MASTER KEY NOT < ACD-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-ACORDOS-SW
           END-START.
           PERFORM 1100-CARREGAR-ACORDO THRU 1100-EXIT
               UNTIL WRK-EOF-ACORDOS.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DIAS DE ATRASO DO ACRDPARM; SEM O ARQUIVO (OU COM CAMPO
      * NAO NUMERICO) FICAM OS 30 DIAS
      *----------------------------------------------------------
       1050-LER-PARAMETROS.
           OPEN INPUT AGREEMENT-PARAMETERS.
           IF WRK-FS-PARAM-ACORDO = '00'
               READ AGREEMENT-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APM-DIAS-QUEBRA NUMERIC AND
                          APM-DIAS-QUEBRA > ZEROS
                           MOVE APM-DIAS-QUEBRA TO WRK-DIAS-QUEBRA
                       END-IF
               END-READ
               CLOSE AGREEMENT-PARAMETERS
           END-IF.
       1050-EXIT.
           EXIT.

       1100-CARREGAR-ACORDO.
           READ AGREEMENT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-ACORDOS-SW
                   GO TO 1100-EXIT
           END-READ.
           IF NOT ACD-VIGENTE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-VIGENTES.
           IF WRK-QTDE-ACD >= 500
               DISPLAY 'ATENCAO - TABELA DE ACORDOS CHEIA, ACORDO '
                   'FORA DA CONFERENCIA: ' ACD-NUMERO
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ACD.
           SET WRK-IDX-ACD TO WRK-QTDE-ACD.
           MOVE ACD-NUMERO TO WRK-ACD-NUMERO (WRK-IDX-ACD).
           MOVE ACD-MATRICULA TO WRK-ACD-MATRICULA (WRK-IDX-ACD).
           MOVE ACD-DATA TO WRK-ACD-DATA (WRK-IDX-ACD).
           MOVE ACD-QTDE-PARCELAS TO
               WRK-ACD-QTDE-PARCELAS (WRK-IDX-ACD).
           MOVE ZEROS TO WRK-ACD-PAGAS (WRK-IDX-ACD)
               WRK-ACD-EM-ABERTO (WRK-IDX-ACD)
               WRK-ACD-MAIOR-ATRASO (WRK-IDX-ACD)
               WRK-ACD-RESTANTE (WRK-IDX-ACD).
           MOVE SPACES TO WRK-ACD-DESFECHO (WRK-IDX-ACD).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PRIMEIRA PASSADA DO CARNE: CONTA AS PARCELAS DE CADA
      * ACORDO VIGENTE (PAGAS E EM ABERTO, COM O VALOR RESTANTE) E
      * GUARDA O MAIOR ATRASO DAS FATURADAS NAO PAGAS
      *----------------------------------------------------------
       1500-CONFERIR-PARCELA.
           READ CHARGE-SCHEDULE
               AT END
                   MOVE 'Y' TO WRK-EOF-CARNE-SW
                   GO TO 1500-EXIT
           END-READ.
           PERFORM 2600-LOCALIZAR-ACORDO THRU 2600-EXIT.
           IF NOT WRK-ACD-ACHADO OR CHG-RENEGOCIADA
               GO TO 1500-EXIT
           END-IF.
           IF CHG-PAGA
               ADD 1 TO WRK-ACD-PAGAS (WRK-IDX-ACD)
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WRK-ACD-EM-ABERTO (WRK-IDX-ACD).
           ADD CHG-VALOR TO WRK-ACD-RESTANTE (WRK-IDX-ACD).
           IF NOT CHG-FATURADA OR CHG-VENCIMENTO NOT NUMERIC OR
              CHG-VENCIMENTO >= WRK-DATA-HOJE
               GO TO 1500-EXIT
           END-IF.
           COMPUTE WRK-JULIANA-VENC =
               FUNCTION INTEGER-OF-DATE(CHG-VENCIMENTO).
           IF WRK-JULIANA-VENC = ZEROS
               GO TO 1500-EXIT
           END-IF.
           COMPUTE WRK-DIAS-ATRASO =
               WRK-JULIANA-HOJE - WRK-JULIANA-VENC.
           IF WRK-DIAS-ATRASO > WRK-ACD-MAIOR-ATRASO (WRK-IDX-ACD)
               MOVE WRK-DIAS-ATRASO TO
                   WRK-ACD-MAIOR-ATRASO (WRK-IDX-ACD)
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PARCELA VENCIDA ALEM DO LIMITE QUEBRA O ACORDO; SEM
      * PARCELA EM ABERTO E COM TODAS PAGAS, O ACORDO ESTA LIQUIDADO
      *----------------------------------------------------------
       2000-DECIDIR-ACORDO.
           IF WRK-ACD-MAIOR-ATRASO (WRK-IDX-ACD) > WRK-DIAS-QUEBRA
               SET WRK-ACD-QUEBRA (WRK-IDX-ACD) TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WRK-ACD-EM-ABERTO (WRK-IDX-ACD) = ZEROS AND
              WRK-ACD-PAGAS (WRK-IDX-ACD) >=
                  WRK-ACD-QTDE-PARCELAS (WRK-IDX-ACD)
               SET WRK-ACD-LIQUIDA (WRK-IDX-ACD) TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2600-LOCALIZAR-ACORDO.
           MOVE 'N' TO WRK-ACD-ACHADO-SW.
           IF WRK-QTDE-ACD = ZEROS OR CHG-ACORDO NOT NUMERIC OR
              CHG-ACORDO = ZEROS
               GO TO 2600-EXIT
           END-IF.
           SET WRK-IDX-ACD TO 1.
           SEARCH WRK-ACD-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-ACD > WRK-QTDE-ACD
                   CONTINUE
               WHEN WRK-ACD-NUMERO (WRK-IDX-ACD) = CHG-ACORDO
                   MOVE 'S' TO WRK-ACD-ACHADO-SW
           END-SEARCH.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SEGUNDA PASSADA: COPIA O CARNE PARA O CHRGNEW; AS PARCELAS
      * AINDA AGENDADAS DE ACORDO QUEBRADO VENCEM HOJE, FATURADAS
      * COM A TRANSACAO A QUE AS LEVA AO SALDO DEVEDOR
      *----------------------------------------------------------
       3000-REGRAVAR-CARNE.
           CLOSE CHARGE-SCHEDULE.
           MOVE 'N' TO WRK-EOF-CARNE-SW.
           OPEN INPUT CHARGE-SCHEDULE.
           PERFORM 3100-COPIAR-PARCELA THRU 3100-EXIT
               UNTIL WRK-EOF-CARNE.
       3000-EXIT.
           EXIT.

       3100-COPIAR-PARCELA.
           READ CHARGE-SCHEDULE
               AT END
                   MOVE 'Y' TO WRK-EOF-CARNE-SW
                   GO TO 3100-EXIT
           END-READ.
           MOVE CHG-REGISTRO TO NEW-REGISTRO.
           IF CHG-ACORDO NOT NUMERIC
               MOVE ZEROS TO NEW-ACORDO
           END-IF.
           IF CHG-ABERTA
               PERFORM 2600-LOCALIZAR-ACORDO THRU 2600-EXIT
               IF WRK-ACD-ACHADO
                   IF WRK-ACD-QUEBRA (WRK-IDX-ACD)
                       SET NEW-FATURADA TO TRUE
                       MOVE WRK-DATA-HOJE TO NEW-VENCIMENTO
                       MOVE CHG-MATRICULA TO TXN-MATRICULA
                       SET TXN-PARCELA-ACORDO TO TRUE
                       MOVE CHG-VALOR TO TXN-VALOR
                       MOVE WRK-DATA-HOJE TO TXN-VENCIMENTO
                       WRITE TXN-REGISTRO
                       ADD 1 TO WRK-QTDE-ANTECIPADAS
                   END-IF
               END-IF
           END-IF.
           WRITE NEW-REGISTRO.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRAVA A SITUACAO DO ACORDO QUEBRADO OU LIQUIDADO NO
      * CADASTRO; O QUEBRADO SAI NO RELATORIO COM O RESTANTE
      * REINTEGRADO A DIVIDA
      *----------------------------------------------------------
       4000-ATUALIZAR-ACORDO.
           IF WRK-ACD-SEGUE (WRK-IDX-ACD)
               GO TO 4000-EXIT
           END-IF.
           MOVE WRK-ACD-NUMERO (WRK-IDX-ACD) TO ACD-NUMERO.
           READ AGREEMENT-MASTER
               INVALID KEY
                   DISPLAY 'ERRO - ACORDO SUMIU DO CADASTRO: '
                       ACD-NUMERO
                   GO TO 4000-EXIT
           END-READ.
           MOVE WRK-DATA-HOJE TO ACD-DATA-SITUACAO.
           IF WRK-ACD-LIQUIDA (WRK-IDX-ACD)
               SET ACD-LIQUIDADO TO TRUE
               ADD 1 TO WRK-QTDE-LIQUIDADOS
           ELSE
               SET ACD-QUEBRADO TO TRUE
               MOVE WRK-ACD-RESTANTE (WRK-IDX-ACD) TO
                   ACD-VALOR-REINTEGRADO
               ADD 1 TO WRK-QTDE-QUEBRADOS
               ADD WRK-ACD-RESTANTE (WRK-IDX-ACD) TO
                   WRK-TOTAL-REINTEGRADO
               MOVE WRK-ACD-NUMERO (WRK-IDX-ACD) TO WRK-LQ-NUMERO
               MOVE WRK-ACD-MATRICULA (WRK-IDX-ACD) TO
                   WRK-LQ-MATRICULA
               MOVE WRK-ACD-DATA (WRK-IDX-ACD) TO WRK-LQ-DATA
               MOVE WRK-ACD-PAGAS (WRK-IDX-ACD) TO WRK-LQ-PAGAS
               MOVE WRK-ACD-QTDE-PARCELAS (WRK-IDX-ACD) TO
                   WRK-LQ-PARCELAS
               MOVE WRK-ACD-MAIOR-ATRASO (WRK-IDX-ACD) TO
                   WRK-LQ-ATRASO
               MOVE WRK-ACD-RESTANTE (WRK-IDX-ACD) TO WRK-LQ-RESTANTE
               WRITE REL-LINHA FROM WRK-LINHA-QUEBRA
               DISPLAY 'ACORDO QUEBRADO: ' ACD-NUMERO ' - TITULAR '
                   ACD-MATRICULA ' - RESTANTE '
                   WRK-ACD-RESTANTE (WRK-IDX-ACD)
           END-IF.
           REWRITE ACD-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O ACORDO ' ACD-NUMERO
                       ' - FS ' WRK-FS-ACORDOS
           END-REWRITE.
       4000-EXIT.
           EXIT.

       5000-TOTAIS-RELATORIO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTDE-QUEBRADOS = ZEROS
               MOVE 'NENHUM ACORDO QUEBRADO NESTA CORRIDA' TO REL-LINHA
               WRITE REL-LINHA
               GO TO 5000-EXIT
           END-IF.
           MOVE WRK-QTDE-QUEBRADOS TO WRK-LT-QTDE.
           MOVE WRK-TOTAL-REINTEGRADO TO WRK-LT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE CHARGE-NEW
               CLOSE TUITION-TXN
           END-IF.
           CLOSE CHARGE-SCHEDULE.
           CLOSE AGREEMENT-MASTER.
           CLOSE BROKEN-REPORT.
           DISPLAY 'ACORDOS VIGENTES CONFERIDOS: ' WRK-QTDE-VIGENTES.
           DISPLAY 'ACORDOS QUEBRADOS: ' WRK-QTDE-QUEBRADOS.
           DISPLAY 'ACORDOS LIQUIDADOS: ' WRK-QTDE-LIQUIDADOS.
           DISPLAY 'PARCELAS ANTECIPADAS (TRANSACOES A): '
               WRK-QTDE-ANTECIPADAS.
           DISPLAY 'VALOR REINTEGRADO A DIVIDA: '
               WRK-TOTAL-REINTEGRADO.
       8000-EXIT.
           EXIT.
