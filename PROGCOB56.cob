      *                    terminar com RETURN-CODE 8 -- antes, o
      *                    aluno fora da tabela perdia o desconto
      *                    em silencio.
      * 15/10/2026 LL      A parcela gerada sai com o numero de
      *                    acordo zerado (campo novo do CHRGREC,
      *                    preenchido so nas parcelas renegociadas e
      *                    nas do acordo de parcelamento do
      *                    PROGCOB81).
      * 15/10/2026 LL      Tabela de bolsas de 300 para 1000 linhas:
      *                    a renovacao do PROGCOB88 anexa uma janela
      *                    nova por ano ao SCHOLAR, e a carga
      *                    truncada perdia justamente as janelas mais
      *                    recentes.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * CADASTRO DE BOLSAS (COPYBOOK SCHLREC); SO A BOLSA VALIDA
      * NO ANO LETIVO GERADO E APLICADA
      *---------------------------------------------------------
       77 WRK-QTDE-BOLSAS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-BOLSAS.
           05 WRK-BOL-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-BOL.
               10 WRK-BOL-MATRICULA PIC 9(07).
               10 WRK-BOL-PCT       PIC 9(03).
               AT END
                   MOVE 'Y' TO WRK-EOF-BOLSAS-SW
               NOT AT END
                   IF WRK-QTDE-BOLSAS < 1000
                       ADD 1 TO WRK-QTDE-BOLSAS
                       MOVE SCH-MATRICULA TO
                           WRK-BOL-MATRICULA (WRK-QTDE-BOLSAS)
           MOVE WRK-VENCIMENTO TO CHG-VENCIMENTO.
           MOVE WRK-VALOR-LIQUIDO TO CHG-VALOR.
           SET CHG-ABERTA TO TRUE.
           MOVE ZEROS TO CHG-ACORDO.
           WRITE CHG-REGISTRO.
           ADD 1 TO WRK-QTDE-PARCELAS.
           ADD WRK-VALOR-BRUTO TO WRK-ALU-BRUTO.
