      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 01/09/2026 LL      Programa criado.
      * 15/10/2026 LL      Aluno CONCLUIDO (status 'C' da rolagem do
      *                    PROGCOB40) terminou o curso e nao e baixa:
      *                    fica fora das saidas, da taxa de evasao e
      *                    dos ativos da turma.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ADD 1 TO WRK-TUR-ATIVOS (WRK-IDX-TUR)
               GO TO 2100-EXIT
           END-IF.
           IF SM-CONCLUIDO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SAIDAS.
           ADD 1 TO WRK-TUR-SAIDAS (WRK-IDX-TUR).
           COMPUTE WRK-ANOMES-AUX =
