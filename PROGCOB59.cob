      *            trailer com contagem e somatorio de controle,
      *            como o GRADE-EXPORT ja faz. O contador importa e
      *            o periodo bate com os saldos do mestre, sem
      *            redigitacao. Multa e juros de mora recebidos
      *            (transacoes M e J do retorno bancario) saem como
      *            receitas proprias, separadas da mensalidade.
      * DATA = 01/09/2026
      *********************************
      * MODIFICATION HISTORY
      *                    fechamento passa a bater com o mes em
      *                    vez de rebotar o ano inteiro na primeira
      *                    competencia e duplicar nas seguintes.
      * 15/10/2026 LL      Encargos por atraso na exportacao: as
      *                    transacoes M (multa) e J (juros) gravadas
      *                    pelo PROGCOB58 viram os lancamentos de
      *                    receita MULTAS e JUROS, e entram nos
      *                    RECEBIMENTOS junto do principal pago.
      * 15/10/2026 LL      Acordos de parcelamento: as transacoes R
      *                    (parcela vencida renegociada) e A
      *                    (parcela do acordo faturada) nao sao
      *                    receita nem recebimento -- a divida ja foi
      *                    receita na cobranca original -- e so saem
      *                    totalizadas no SYSOUT do fechamento.
      * 15/10/2026 LL      Acerto do aluno desligado (PROGCOB83): a
      *                    transacao E (estorno de cobranca da
      *                    competencia) vira o lancamento
      *                    CANCELAMENTO, redutor da receita, e a D
      *                    (credito devolvido a familia) o lancamento
      *                    DEVOLUCOES. Cada acerto do registro DESLREG
      *                    (copybook DESLREC) sai na exportacao como
      *                    registro tipo 2 (matricula, motivo, data
      *                    efetiva, estorno e devolucao), entre os
      *                    lancamentos e o trailer; o trailer segue
      *                    contando e somando so os lancamentos.
      * 15/10/2026 LL      A bolsa que recompoe o bruto da cobranca
      *                    passa a ser a da janela de validade que
      *                    contem o vencimento da parcela: com a
      *                    renovacao do PROGCOB88 o SCHOLAR guarda
      *                    varias janelas por matricula, e a primeira
      *                    encontrada podia ser a vencida, com outro
      *                    percentual. Tabela de bolsas de 300 para
      *                    1000 linhas.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL SCHOLARSHIP-MASTER ASSIGN TO "SCHOLAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLSAS.
           SELECT OPTIONAL SETTLEMENT-REGISTER ASSIGN TO "DESLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACERTOS.
           SELECT TUITION-MASTER ASSIGN TO "TUITMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  SCHOLARSHIP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SCHLREC REPLACING ==:PREFIXO:== BY ==SCH==.
       FD  SETTLEMENT-REGISTER
           LABEL RECORDS ARE STANDARD.
       COPY DESLREC REPLACING ==:PREFIXO:== BY ==DRG==.
       FD  TUITION-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TUITREC REPLACING ==:PREFIXO:== BY ==TUIT==.
       77 WRK-FS-BOLSAS PIC X(02) VALUE '00'.
       77 WRK-FS-MENSALIDADE PIC X(02) VALUE '00'.
       77 WRK-FS-EXPORTACAO PIC X(02) VALUE '00'.
       77 WRK-FS-ACERTOS PIC X(02) VALUE '00'.
       77 WRK-EOF-ACERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-ACERTOS VALUE 'Y'.
       77 WRK-QTDE-ACERTOS PIC 9(07) VALUE ZEROS.
       77 WRK-EOF-TXN-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-TXN VALUE 'Y'.
       77 WRK-EOF-BOLSAS-SW PIC X(01) VALUE 'N'.
       77 WRK-RECEBIMENTOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DESCONTOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-INADIMPLENCIA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MULTAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-JUROS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-RENEGOCIADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ACORDOS-FATURADOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CANCELAMENTOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DEVOLUCOES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-BRUTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PCT-DESCONTO PIC 9(03) VALUE ZEROS.
      *---------------------------------------------------------
      * BOLSAS CARREGADAS PARA RECOMPOR O VALOR BRUTO DAS
      * COBRANCAS LIQUIDAS GERADAS PELO PROGCOB56
      *---------------------------------------------------------
       77 WRK-QTDE-BOLSAS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-BOLSAS.
           05 WRK-BOL-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-BOL.
               10 WRK-BOL-MATRICULA PIC 9(07).
               10 WRK-BOL-PCT       PIC 9(03).
               10 WRK-BOL-INI       PIC 9(08).
               10 WRK-BOL-FIM       PIC 9(08).
      *---------------------------------------------------------
      * LEIAUTE FIXO DA EXPORTACAO: HEADER 0, LANCAMENTO 1 E
      * TRAILER 9 COM CONTAGEM E SOMATORIO DE CONTROLE
           05 WRK-EL-CONTA         PIC X(12).
           05 WRK-EL-VALOR         PIC 9(11)V99.
           05 FILLER               PIC X(14) VALUE SPACES.
       01  WRK-EXP-ACERTO.
           05 FILLER               PIC X(01) VALUE '2'.
           05 WRK-EA-MATRICULA     PIC 9(07).
           05 WRK-EA-MOTIVO        PIC X(01).
           05 WRK-EA-DATA-EFETIVA  PIC 9(08).
           05 WRK-EA-ESTORNADO     PIC 9(07)V99.
           05 WRK-EA-DEVOLVER      PIC 9(07)V99.
           05 FILLER               PIC X(05) VALUE SPACES.
       01  WRK-EXP-TRAILER.
           05 FILLER               PIC X(01) VALUE '9'.
           05 WRK-ET-QTDE          PIC 9(07).
               AT END
                   MOVE 'Y' TO WRK-EOF-BOLSAS-SW
               NOT AT END
                   IF WRK-QTDE-BOLSAS < 1000
                       ADD 1 TO WRK-QTDE-BOLSAS
                       MOVE SCH-MATRICULA TO
                           WRK-BOL-MATRICULA (WRK-QTDE-BOLSAS)
                       MOVE SCH-PERCENTUAL TO
                           WRK-BOL-PCT (WRK-QTDE-BOLSAS)
                       MOVE SCH-VALIDADE-INI TO
                           WRK-BOL-INI (WRK-QTDE-BOLSAS)
                       MOVE SCH-VALIDADE-FIM TO
                           WRK-BOL-FIM (WRK-QTDE-BOLSAS)
                   END-IF
           END-READ.
       1100-EXIT.
      * (VENCIMENTO ATE O FIM DO MES) VIRA RECEITA (RECOMPOSTO O
      * BRUTO PELO PERCENTUAL DA BOLSA) E DESCONTO; COBRANCA DE
      * COMPETENCIA FUTURA FICA FORA COM AVISO; PAGAMENTO VIRA
      * RECEBIMENTO PELO CAIXA DO PERIODO; MULTA E JUROS SAO
      * RECEITA PROPRIA E TAMBEM ENTRAM NO CAIXA; RENEGOCIACAO E
      * PARCELA DE ACORDO SO SAO TOTALIZADAS, FORA DOS LANCAMENTOS.
      * ESTORNO DO ACERTO DE DESLIGAMENTO SEGUE O MESMO FILTRO DE
      * COMPETENCIA DA COBRANCA E VIRA CANCELAMENTO; A DEVOLUCAO
      * DO CREDITO E SAIDA DE CAIXA.
      *----------------------------------------------------------
       2000-RESUMIR-TXN.
           READ TUITION-TXN
                       IF TXN-PAGAMENTO
                           ADD TXN-VALOR TO WRK-RECEBIMENTOS
                       END-IF
                       IF TXN-MULTA
                           ADD TXN-VALOR TO WRK-MULTAS
                           ADD TXN-VALOR TO WRK-RECEBIMENTOS
                       END-IF
                       IF TXN-JUROS
                           ADD TXN-VALOR TO WRK-JUROS
                           ADD TXN-VALOR TO WRK-RECEBIMENTOS
                       END-IF
                       IF TXN-RENEGOCIADA
                           ADD TXN-VALOR TO WRK-RENEGOCIADO
                       END-IF
                       IF TXN-PARCELA-ACORDO
                           ADD TXN-VALOR TO WRK-ACORDOS-FATURADOS
                       END-IF
                       IF TXN-ESTORNO
                           IF TXN-VENCIMENTO <= WRK-FIM-COMPETENCIA
                               ADD TXN-VALOR TO WRK-CANCELAMENTOS
                           ELSE
                               ADD 1 TO WRK-QTDE-FORA-COMP
                           END-IF
                       END-IF
                       IF TXN-DEVOLUCAO
                           ADD TXN-VALOR TO WRK-DEVOLUCOES
                       END-IF
                   END-IF
           END-READ.
       2000-EXIT.
               WHEN WRK-IDX-BOL > WRK-QTDE-BOLSAS
                   CONTINUE
               WHEN WRK-BOL-MATRICULA (WRK-IDX-BOL) = TXN-MATRICULA
                    AND WRK-BOL-INI (WRK-IDX-BOL) <= TXN-VENCIMENTO
                    AND WRK-BOL-FIM (WRK-IDX-BOL) >= TXN-VENCIMENTO
                   MOVE WRK-BOL-PCT (WRK-IDX-BOL)
                       TO WRK-PCT-DESCONTO
           END-SEARCH.
           MOVE 'DESCONTOS   ' TO WRK-EL-CONTA.
           MOVE WRK-DESCONTOS TO WRK-EL-VALOR.
           PERFORM 5100-GRAVAR-LANCAMENTO THRU 5100-EXIT.
           MOVE 'MULTAS      ' TO WRK-EL-CONTA.
           MOVE WRK-MULTAS TO WRK-EL-VALOR.
           PERFORM 5100-GRAVAR-LANCAMENTO THRU 5100-EXIT.
           MOVE 'JUROS       ' TO WRK-EL-CONTA.
           MOVE WRK-JUROS TO WRK-EL-VALOR.
           PERFORM 5100-GRAVAR-LANCAMENTO THRU 5100-EXIT.
           MOVE 'INADIMPLENCI' TO WRK-EL-CONTA.
           MOVE WRK-INADIMPLENCIA TO WRK-EL-VALOR.
           PERFORM 5100-GRAVAR-LANCAMENTO THRU 5100-EXIT.
           MOVE 'CANCELAMENTO' TO WRK-EL-CONTA.
           MOVE WRK-CANCELAMENTOS TO WRK-EL-VALOR.
           PERFORM 5100-GRAVAR-LANCAMENTO THRU 5100-EXIT.
           MOVE 'DEVOLUCOES  ' TO WRK-EL-CONTA.
           MOVE WRK-DEVOLUCOES TO WRK-EL-VALOR.
           PERFORM 5100-GRAVAR-LANCAMENTO THRU 5100-EXIT.
           OPEN INPUT SETTLEMENT-REGISTER.
           IF WRK-FS-ACERTOS = '00'
               PERFORM 5200-GRAVAR-ACERTO THRU 5200-EXIT
                   UNTIL WRK-EOF-ACERTOS
               CLOSE SETTLEMENT-REGISTER
           END-IF.
           MOVE WRK-QTDE-LANCAMENTOS TO WRK-ET-QTDE.
           MOVE WRK-SOMA-LANCAMENTOS TO WRK-ET-SOMA.
           WRITE EXP-REGISTRO FROM WRK-EXP-TRAILER.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UM REGISTRO TIPO 2 POR ACERTO DE ALUNO DESLIGADO DO
      * PERIODO, DETALHANDO OS LANCAMENTOS CANCELAMENTO E
      * DEVOLUCOES (FORA DO TRAILER, QUE CONTROLA OS LANCAMENTOS)
      *----------------------------------------------------------
       5200-GRAVAR-ACERTO.
           READ SETTLEMENT-REGISTER
               AT END
                   MOVE 'Y' TO WRK-EOF-ACERTOS-SW
                   GO TO 5200-EXIT
           END-READ.
           MOVE DRG-MATRICULA TO WRK-EA-MATRICULA.
           MOVE DRG-MOTIVO TO WRK-EA-MOTIVO.
           MOVE DRG-DATA-EFETIVA TO WRK-EA-DATA-EFETIVA.
           MOVE DRG-VALOR-ESTORNADO TO WRK-EA-ESTORNADO.
           MOVE DRG-VALOR-DEVOLVER TO WRK-EA-DEVOLVER.
           WRITE EXP-REGISTRO FROM WRK-EXP-ACERTO.
           ADD 1 TO WRK-QTDE-ACERTOS.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS DO FECHAMENTO
      *----------------------------------------------------------
           DISPLAY 'RECEITA BRUTA: ' WRK-RECEITA-BRUTA.
           DISPLAY 'RECEBIMENTOS: ' WRK-RECEBIMENTOS.
           DISPLAY 'DESCONTOS CONCEDIDOS: ' WRK-DESCONTOS.
           DISPLAY 'MULTAS POR ATRASO: ' WRK-MULTAS.
           DISPLAY 'JUROS DE MORA: ' WRK-JUROS.
           DISPLAY 'SALDO DE INADIMPLENCIA: ' WRK-INADIMPLENCIA.
           DISPLAY 'PARCELAS RENEGOCIADAS EM ACORDO: '
               WRK-RENEGOCIADO.
           DISPLAY 'PARCELAS DE ACORDO FATURADAS: '
               WRK-ACORDOS-FATURADOS.
           DISPLAY 'CANCELAMENTOS POR DESLIGAMENTO: '
               WRK-CANCELAMENTOS.
           DISPLAY 'CREDITOS DEVOLVIDOS: ' WRK-DEVOLUCOES.
           DISPLAY 'ACERTOS DE DESLIGAMENTO EXPORTADOS: '
               WRK-QTDE-ACERTOS.
       8000-EXIT.
           EXIT.
