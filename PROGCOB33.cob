      *                    individual, ninguem fica sem envelope --
      *                    e a terminar com RETURN-CODE 8 para a
      *                    operacao ver o estouro.
      * 15/10/2026 LL      MAIL-EXTRACT aberto em EXTEND: os avisos da
      *                    regua de cobranca do PROGCOB85 entram no
      *                    mesmo arquivo da expedicao e nao podem ser
      *                    apagados pela extracao das cartas.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           IF WRK-FS-RECOVERY = '00'
               MOVE 'S' TO WRK-RECOVERY-ABERTO-SW
           END-IF.
           OPEN EXTEND MAIL-EXTRACT.
           IF WRK-FS-EXTRACAO = '35'
               OPEN OUTPUT MAIL-EXTRACT
           END-IF.
           PERFORM 1500-CARREGAR-FAMILIAS THRU 1500-EXIT.
           IF WRK-FS-RESPONSAVEL NOT = '00' OR
              WRK-FS-MASTER NOT = '00'
