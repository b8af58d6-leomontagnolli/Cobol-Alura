      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 22/08/2026 LL      Programa criado.
      * 15/10/2026 LL      Transacoes M (multa) e J (juros de mora)
      *                    gravadas pelo retorno bancario PROGCOB58
      *                    sao aceitas: o encargo e apurado e pago no
      *                    mesmo ato, entao so atualizam a data do
      *                    ultimo movimento, sem mexer no saldo.
      * 15/10/2026 LL      Acordos de parcelamento: a transacao R
      *                    (parcela vencida renegociada pelo
      *                    PROGCOB81) abate o saldo como um
      *                    pagamento, e a transacao A (parcela do
      *                    acordo faturada pelo PROGCOB66 ou
      *                    antecipada pela quebra no PROGCOB82) soma
      *                    como uma cobranca.
      * 15/10/2026 LL      Acerto do aluno desligado (PROGCOB83): a
      *                    transacao E (estorno de cobranca que
      *                    deixou de ser devida) abate o saldo como
      *                    um pagamento, e a transacao D (credito
      *                    devolvido a familia) soma ao saldo sem
      *                    mexer no vencimento em aberto.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 TXN-TIPO             PIC X(01).
               88 TXN-COBRANCA         VALUE 'C'.
               88 TXN-PAGAMENTO        VALUE 'P'.
               88 TXN-MULTA            VALUE 'M'.
               88 TXN-JUROS            VALUE 'J'.
               88 TXN-RENEGOCIADA      VALUE 'R'.
               88 TXN-PARCELA-ACORDO   VALUE 'A'.
               88 TXN-ESTORNO          VALUE 'E'.
               88 TXN-DEVOLUCAO        VALUE 'D'.
           05 TXN-VALOR            PIC 9(07)V99.
           05 TXN-VENCIMENTO       PIC 9(08).
       FD  TUITION-MASTER
      *----------------------------------------------------------
      * APLICA UMA TRANSACAO NO MESTRE DE MENSALIDADES: COBRANCA
      * SOMA NO SALDO (GUARDANDO O VENCIMENTO MAIS ANTIGO EM
      * ABERTO), PAGAMENTO ABATE; SALDO QUITADO LIMPA O VENCIMENTO.
      * MULTA E JUROS JA VEM PAGOS E NAO MEXEM NO SALDO. PARCELA
      * DE ACORDO SOMA COMO COBRANCA E PARCELA RENEGOCIADA ABATE
      * COMO PAGAMENTO. ESTORNO DO ACERTO DE DESLIGAMENTO ABATE
      * COMO PAGAMENTO E A DEVOLUCAO DO CREDITO SOMA SEM MEXER NO
      * VENCIMENTO EM ABERTO.
      *----------------------------------------------------------
       2000-PROCESSAR-TXN.
           IF NOT TXN-COBRANCA AND NOT TXN-PAGAMENTO AND
              NOT TXN-MULTA AND NOT TXN-JUROS AND
              NOT TXN-RENEGOCIADA AND NOT TXN-PARCELA-ACORDO AND
              NOT TXN-ESTORNO AND NOT TXN-DEVOLUCAO
               ADD 1 TO WRK-QTDE-REJEITADAS
               DISPLAY 'TRANSACAO REJEITADA - TIPO INVALIDO ('
                   TXN-TIPO ') - MATRICULA ' TXN-MATRICULA
           EXIT.

       2100-APLICAR-MOVIMENTO.
           IF TXN-COBRANCA OR TXN-PARCELA-ACORDO
               IF TUIT-SALDO <= ZEROS OR TUIT-VENC-ABERTO = ZEROS
                   MOVE TXN-VENCIMENTO TO TUIT-VENC-ABERTO
               ELSE
                   END-IF
               END-IF
               ADD TXN-VALOR TO TUIT-SALDO
           END-IF.
           IF TXN-DEVOLUCAO
               ADD TXN-VALOR TO TUIT-SALDO
           END-IF.
           IF TXN-PAGAMENTO OR TXN-RENEGOCIADA OR TXN-ESTORNO
               SUBTRACT TXN-VALOR FROM TUIT-SALDO
               IF TUIT-SALDO <= ZEROS
                   MOVE ZEROS TO TUIT-VENC-ABERTO
