      *            padrao SWAP do YEAREND). Pagamento que o banco
      *            informou e nao casa com nenhuma parcela em aberto
      *            sai no relatorio de excecoes RETEXC -- acaba a
      *            digitacao de P copiada do extrato. Pagamento
      *            depois do vencimento tem a multa e os juros de
      *            mora dos parametros MULTPARM (copybook MULTREC)
      *            calculados e separados do principal no TUITTXN.
      * DATA = 01/09/2026
      *********************************
      * MODIFICATION HISTORY
      *                    COND do SWAPCH segura a troca), em vez de
      *                    pagamento confirmado pelo banco sumir do
      *                    fluxo e ser recobrado na proxima remessa.
      * 15/10/2026 LL      Encargos por atraso: pago depois do
      *                    vencimento (vencimento em sabado/domingo
      *                    prorroga para a segunda), a parcela tem
      *                    multa fixa e juros pro rata dia calculados
      *                    dos parametros MULTPARM, e o valor pago e
      *                    repartido no TUITTXN em P (principal), M
      *                    (multa) e J (juros). Encargo que o banco
      *                    nao recebeu sai no RETEXC.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RETURN-EXCEPTIONS ASSIGN TO "RETEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECOES.
           SELECT OPTIONAL LATE-FEE-PARAMETERS ASSIGN TO "MULTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE
       01  TXN-REGISTRO.
           05 TXN-MATRICULA        PIC 9(07).
           05 TXN-TIPO             PIC X(01).
               88 TXN-PAGAMENTO        VALUE 'P'.
               88 TXN-MULTA            VALUE 'M'.
               88 TXN-JUROS            VALUE 'J'.
           05 TXN-VALOR            PIC 9(07)V99.
           05 TXN-VENCIMENTO       PIC 9(08).
       FD  RETURN-EXCEPTIONS
           LABEL RECORDS ARE STANDARD.
       01  EXC-LINHA                PIC X(80).
       FD  LATE-FEE-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY MULTREC REPLACING ==:PREFIXO:== BY ==MPM==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

               10 WRK-PAG-VALOR     PIC 9(07)V99.
               10 WRK-PAG-CASADO-SW PIC X(01).
                   88 WRK-PAG-CASADO VALUE 'S'.
      *---------------------------------------------------------
      * ENCARGOS POR ATRASO (COPYBOOK MULTREC); SEM PARAMETRO
      * VALEM 2,00% DE MULTA E 1,00% AO MES DE JUROS
      *---------------------------------------------------------
       77 WRK-FS-PARAMETROS PIC X(02) VALUE '00'.
       77 WRK-PCT-MULTA PIC 9(02)V99 VALUE 2,00.
       77 WRK-PCT-JUROS-MES PIC 9(02)V99 VALUE 1,00.
       77 WRK-JULIANA-VENC PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-PAGTO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-MULTA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRINCIPAL-PAGO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ENCARGOS-PAGOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MULTA-PAGA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS-PAGO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ENCARGOS-DEVIDOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-EXIBE PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-QTDE-COM-ENCARGOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-MULTAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-JUROS PIC 9(09)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-FS-TXN = '35'
               OPEN OUTPUT TUITION-TXN
           END-IF.
           PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1100-CARREGAR-RETORNO THRU 1100-EXIT
               UNTIL WRK-EOF-RETORNO.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PERCENTUAIS DE MULTA E JUROS EM MULTPARM (OS MESMOS QUE O
      * PROGCOB57 MANDOU NO BOLETO); SEM O ARQUIVO (OU COM CAMPO
      * NAO NUMERICO) FICAM OS PADROES
      *----------------------------------------------------------
       1050-LER-PARAMETROS.
           OPEN INPUT LATE-FEE-PARAMETERS.
           IF WRK-FS-PARAMETROS = '00'
               READ LATE-FEE-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MPM-PCT-MULTA NUMERIC
                           MOVE MPM-PCT-MULTA TO WRK-PCT-MULTA
                       END-IF
                       IF MPM-PCT-JUROS-MES NUMERIC
                           MOVE MPM-PCT-JUROS-MES TO WRK-PCT-JUROS-MES
                       END-IF
               END-READ
               CLOSE LATE-FEE-PARAMETERS
           END-IF.
       1050-EXIT.
           EXIT.

       1100-CARREGAR-RETORNO.
           READ RETURN-FILE
               AT END
           EXIT.

      *----------------------------------------------------------
      * BAIXA A PARCELA CASADA: REPARTE O VALOR PAGO EM PRINCIPAL
      * (TRANSACAO P), MULTA (M) E JUROS (J) NO TUITTXN E MARCA A
      * LINHA DO CARNE NOVO COMO PAGA. O QUE PASSAR DO PRINCIPAL
      * MAIS OS ENCARGOS FICA NO PRINCIPAL, COMO ANTES.
      *----------------------------------------------------------
       2200-BAIXAR-PAGAMENTO.
           PERFORM 2300-CALCULAR-ENCARGOS THRU 2300-EXIT.
           MOVE ZEROS TO WRK-ENCARGOS-PAGOS WRK-MULTA-PAGA
               WRK-JUROS-PAGO.
           IF WRK-PAG-VALOR (WRK-IDX-PAG) > CHG-VALOR
               MOVE CHG-VALOR TO WRK-PRINCIPAL-PAGO
               COMPUTE WRK-ENCARGOS-PAGOS =
                   WRK-PAG-VALOR (WRK-IDX-PAG) - CHG-VALOR
           ELSE
               MOVE WRK-PAG-VALOR (WRK-IDX-PAG) TO WRK-PRINCIPAL-PAGO
           END-IF.
           IF WRK-ENCARGOS-PAGOS > WRK-MULTA
               MOVE WRK-MULTA TO WRK-MULTA-PAGA
           ELSE
               MOVE WRK-ENCARGOS-PAGOS TO WRK-MULTA-PAGA
           END-IF.
           COMPUTE WRK-JUROS-PAGO =
               WRK-ENCARGOS-PAGOS - WRK-MULTA-PAGA.
           IF WRK-JUROS-PAGO > WRK-JUROS
               COMPUTE WRK-PRINCIPAL-PAGO =
                   WRK-PRINCIPAL-PAGO + WRK-JUROS-PAGO - WRK-JUROS
               MOVE WRK-JUROS TO WRK-JUROS-PAGO
           END-IF.
           MOVE CHG-MATRICULA TO TXN-MATRICULA.
           MOVE CHG-VENCIMENTO TO TXN-VENCIMENTO.
           SET TXN-PAGAMENTO TO TRUE.
           MOVE WRK-PRINCIPAL-PAGO TO TXN-VALOR.
           WRITE TXN-REGISTRO.
           IF WRK-MULTA-PAGA > ZEROS
               SET TXN-MULTA TO TRUE
               MOVE WRK-MULTA-PAGA TO TXN-VALOR
               WRITE TXN-REGISTRO
               ADD WRK-MULTA-PAGA TO WRK-TOTAL-MULTAS
           END-IF.
           IF WRK-JUROS-PAGO > ZEROS
               SET TXN-JUROS TO TRUE
               MOVE WRK-JUROS-PAGO TO TXN-VALOR
               WRITE TXN-REGISTRO
               ADD WRK-JUROS-PAGO TO WRK-TOTAL-JUROS
           END-IF.
           IF WRK-MULTA-PAGA > ZEROS OR WRK-JUROS-PAGO > ZEROS
               ADD 1 TO WRK-QTDE-COM-ENCARGOS
           END-IF.
           COMPUTE WRK-ENCARGOS-DEVIDOS = WRK-MULTA + WRK-JUROS.
           IF WRK-MULTA-PAGA + WRK-JUROS-PAGO < WRK-ENCARGOS-DEVIDOS
               PERFORM 2400-ENCARGO-NAO-RECEBIDO THRU 2400-EXIT
           END-IF.
           MOVE 'P' TO NEW-STATUS.
           ADD 1 TO WRK-QTDE-BAIXADAS.
           DISPLAY 'PAGAMENTO BAIXADO - MATRICULA ' CHG-MATRICULA
               ' PARCELA ' CHG-PARCELA ' VALOR '
               WRK-PAG-VALOR (WRK-IDX-PAG).
           IF WRK-DIAS-ATRASO > ZEROS
               DISPLAY '   ' WRK-DIAS-ATRASO ' DIA(S) DE ATRASO - '
                   'MULTA ' WRK-MULTA-PAGA ' JUROS ' WRK-JUROS-PAGO
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ENCARGOS DEVIDOS NA DATA DO PAGAMENTO: NADA ATE O
      * VENCIMENTO (PRORROGADO PARA A SEGUNDA QUANDO CAI EM
      * SABADO OU DOMINGO); DEPOIS, MULTA FIXA SOBRE O VALOR E
      * JUROS DE 1/30 DO PERCENTUAL MENSAL POR DIA CORRIDO DESDE
      * O VENCIMENTO
      *----------------------------------------------------------
       2300-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WRK-MULTA WRK-JUROS WRK-DIAS-ATRASO.
           IF CHG-VENCIMENTO NOT NUMERIC OR
              WRK-PAG-DATA (WRK-IDX-PAG) NOT NUMERIC OR
              WRK-PAG-DATA (WRK-IDX-PAG) <= CHG-VENCIMENTO
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WRK-JULIANA-VENC =
               FUNCTION INTEGER-OF-DATE(CHG-VENCIMENTO).
           COMPUTE WRK-JULIANA-PAGTO =
               FUNCTION INTEGER-OF-DATE(WRK-PAG-DATA (WRK-IDX-PAG)).
           IF WRK-JULIANA-VENC = ZEROS OR WRK-JULIANA-PAGTO = ZEROS
               GO TO 2300-EXIT
           END-IF.
           MOVE WRK-JULIANA-VENC TO WRK-JULIANA-LIMITE.
           COMPUTE WRK-DIA-SEMANA =
               FUNCTION MOD(WRK-JULIANA-LIMITE, 7) + 1.
           IF WRK-SABADO
               ADD 2 TO WRK-JULIANA-LIMITE
           END-IF.
           IF WRK-DOMINGO
               ADD 1 TO WRK-JULIANA-LIMITE
           END-IF.
           IF WRK-JULIANA-PAGTO <= WRK-JULIANA-LIMITE
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WRK-DIAS-ATRASO =
               WRK-JULIANA-PAGTO - WRK-JULIANA-VENC.
           COMPUTE WRK-MULTA ROUNDED =
               CHG-VALOR * WRK-PCT-MULTA / 100.
           COMPUTE WRK-JUROS ROUNDED =
               CHG-VALOR * WRK-PCT-JUROS-MES / 100 / 30
                   * WRK-DIAS-ATRASO.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O BANCO RECEBEU MENOS QUE O PRINCIPAL MAIS OS ENCARGOS:
      * A DIFERENCA SAI NO RELATORIO DE EXCECOES PARA COBRANCA
      *----------------------------------------------------------
       2400-ENCARGO-NAO-RECEBIDO.
           COMPUTE WRK-VALOR-EXIBE = WRK-ENCARGOS-DEVIDOS -
               WRK-MULTA-PAGA - WRK-JUROS-PAGO.
           MOVE SPACES TO EXC-LINHA.
           STRING '  ENCARGOS NAO RECEBIDOS - MATRICULA '
               DELIMITED BY SIZE
               CHG-MATRICULA DELIMITED BY SIZE
               ' PARCELA ' DELIMITED BY SIZE
               CHG-PARCELA DELIMITED BY SIZE
               ' EM FALTA ' DELIMITED BY SIZE
               WRK-VALOR-EXIBE DELIMITED BY SIZE
               INTO EXC-LINHA.
           WRITE EXC-LINHA.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ITENS DO RETORNO QUE NAO CASARAM COM NENHUMA PARCELA EM
      * ABERTO SAEM NO RELATORIO DE EXCECOES
               WRK-QTDE-BAIXADAS.
           DISPLAY 'ITENS SEM PARCELA EM ABERTO: '
               WRK-QTDE-SEM-CASAR.
           DISPLAY 'PARCELAS PAGAS COM ENCARGOS: '
               WRK-QTDE-COM-ENCARGOS.
           DISPLAY 'MULTAS RECEBIDAS (TRANSACOES M): '
               WRK-TOTAL-MULTAS.
           DISPLAY 'JUROS RECEBIDOS (TRANSACOES J): ' WRK-TOTAL-JUROS.
       8000-EXIT.
           EXIT.
