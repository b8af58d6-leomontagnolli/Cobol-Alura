      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 01/09/2026 LL      Programa criado.
      * 15/10/2026 LL      Devolve tambem o limite de dependencias
      *                    (MAX-DEPENDENCIAS) da progressao parcial;
      *                    campo em branco ou linha no formato antigo
      *                    vale o padrao do regimento, 2.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   15 WRK-PARM-P2         PIC 9(02).
                   15 WRK-PARM-P3         PIC 9(02).
                   15 WRK-PARM-P4         PIC 9(02).
                   15 WRK-PARM-MAX-DEP    PIC 9(01).
      *---------------------------------------------------------
      * MELHOR CANDIDATO DE CADA ESCOPO NA RESOLUCAO: A VIGENCIA
      * MAIS RECENTE QUE NAO ULTRAPASSA A DATA PEDIDA
               MOVE 02 TO WRK-PARM-P3 (WRK-IDX-PARM)
               MOVE 04 TO WRK-PARM-P4 (WRK-IDX-PARM)
           END-IF.
           IF GP-MAX-DEPENDENCIAS NUMERIC
               MOVE GP-MAX-DEPENDENCIAS TO
                   WRK-PARM-MAX-DEP (WRK-IDX-PARM)
           ELSE
               MOVE 2 TO WRK-PARM-MAX-DEP (WRK-IDX-PARM)
           END-IF.
       1200-EXIT.
           EXIT.

           MOVE WRK-PARM-P2 (WRK-IDX-PARM) TO LNK-PESO-B2.
           MOVE WRK-PARM-P3 (WRK-IDX-PARM) TO LNK-PESO-B3.
           MOVE WRK-PARM-P4 (WRK-IDX-PARM) TO LNK-PESO-B4.
           MOVE WRK-PARM-MAX-DEP (WRK-IDX-PARM)
               TO LNK-MAX-DEPENDENCIAS.
       2200-EXIT.
           EXIT.

           MOVE 02 TO LNK-PESO-B2.
           MOVE 02 TO LNK-PESO-B3.
           MOVE 04 TO LNK-PESO-B4.
           MOVE 2 TO LNK-MAX-DEPENDENCIAS.
       2300-EXIT.
           EXIT.
