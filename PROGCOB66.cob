      *            mes, em vez de o carne anual inteiro virar
      *            inadimplencia de janeiro, e a remessa bancaria do
      *            PROGCOB57 exporta exatamente o que esta faturado
      *            e em aberto. Parcela de acordo de parcelamento
      *            (PROGCOB81) e liberada do mesmo jeito, mas como
      *            transacao A: a divida ja foi receita quando a
      *            parcela original foi faturada.
      * DATA = 01/09/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 01/09/2026 LL      Programa criado.
      * 15/10/2026 LL      Parcela do carne com numero de acordo
      *                    (acordo de parcelamento do PROGCOB81) e
      *                    faturada como transacao A em vez de C:
      *                    entra no saldo igual, mas o PROGCOB59 nao a
      *                    conta de novo como receita.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  TXN-REGISTRO.
           05 TXN-MATRICULA        PIC 9(07).
           05 TXN-TIPO             PIC X(01).
               88 TXN-COBRANCA         VALUE 'C'.
               88 TXN-PARCELA-ACORDO   VALUE 'A'.
           05 TXN-VALOR            PIC 9(07)V99.
           05 TXN-VENCIMENTO       PIC 9(08).
       WORKING-STORAGE SECTION.
           88 WRK-EOF-CARNE VALUE 'Y'.
       77 WRK-QTDE-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-FATURADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ACORDO PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-COMPETENCIA PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.

      *----------------------------------------------------------
      * PARCELA AGENDADA COM VENCIMENTO DENTRO DA COMPETENCIA VIRA
      * TRANSACAO C NO TUITTXN (A, SE FOR PARCELA DE ACORDO) E SAI
      * FATURADA NO CARNE NOVO; AS DEMAIS SAO COPIADAS COMO ESTAO
      *----------------------------------------------------------
       2000-LIBERAR-PARCELA.
           READ CHARGE-SCHEDULE
                   IF CHG-ABERTA AND
                      CHG-VENCIMENTO <= WRK-FIM-COMPETENCIA
                       MOVE CHG-MATRICULA TO TXN-MATRICULA
                       IF CHG-ACORDO NUMERIC AND
                          CHG-ACORDO > ZEROS
                           SET TXN-PARCELA-ACORDO TO TRUE
                           ADD 1 TO WRK-QTDE-ACORDO
                       ELSE
                           SET TXN-COBRANCA TO TRUE
                       END-IF
                       MOVE CHG-VALOR TO TXN-VALOR
                       MOVE CHG-VENCIMENTO TO TXN-VENCIMENTO
                       WRITE TXN-REGISTRO
           DISPLAY 'PARCELAS DO CARNE LIDAS: ' WRK-QTDE-LIDAS.
           DISPLAY 'PARCELAS FATURADAS NA COMPETENCIA: '
               WRK-QTDE-FATURADAS.
           DISPLAY 'DAS QUAIS PARCELAS DE ACORDO (TRANSACAO A): '
               WRK-QTDE-ACORDO.
       8000-EXIT.
           EXIT.
