      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 01/09/2026 LL      Programa criado.
      * 15/10/2026 LL      Opcao D=DATAS: inicio e fim de cada
      *                    bimestre (data real do proprio ano letivo,
      *                    sem sobrepor outro bimestre), que delimitam
      *                    o ano letivo na conferencia dos 200 dias /
      *                    800 horas (LEGALCHK). As datas sao
      *                    preservadas na regravacao e aparecem na
      *                    listagem; linha antiga sem datas entra com
      *                    zeros (sem data).
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WRK-OPCAO-ABRIR  VALUE 'A'.
           88 WRK-OPCAO-FECHAR VALUE 'F'.
           88 WRK-OPCAO-LISTAR VALUE 'L'.
           88 WRK-OPCAO-DATAS  VALUE 'D'.
           88 WRK-OPCAO-FIM    VALUE 'X'.
       77 WRK-ENT-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-ENT-BIMESTRE PIC 9(01) VALUE ZEROS.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-QTDE-ALTERADOS PIC 9(03) VALUE ZEROS.
      *---------------------------------------------------------
      * DATAS DO BIMESTRE INFORMADAS NA OPCAO D, ABERTAS PARA A
      * VALIDACAO DE DATA REAL
      *---------------------------------------------------------
       01  WRK-ENT-INICIO PIC 9(08) VALUE ZEROS.
       01  WRK-ENT-INICIO-GRUPO REDEFINES WRK-ENT-INICIO.
           05 WRK-INI-ANO PIC 9(04).
           05 WRK-INI-MES PIC 9(02).
           05 WRK-INI-DIA PIC 9(02).
       01  WRK-ENT-FIM PIC 9(08) VALUE ZEROS.
       01  WRK-ENT-FIM-GRUPO REDEFINES WRK-ENT-FIM.
           05 WRK-FIM-ANO PIC 9(04).
           05 WRK-FIM-MES PIC 9(02).
           05 WRK-FIM-DIA PIC 9(02).
       01  WRK-DATA-TESTE PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-TESTE-GRUPO REDEFINES WRK-DATA-TESTE.
           05 WRK-TST-ANO PIC 9(04).
           05 WRK-TST-MES PIC 9(02).
           05 WRK-TST-DIA PIC 9(02).
       77 WRK-DIA-MAXIMO PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-AUX PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-VALIDA-SW PIC X(01) VALUE 'N'.
           88 WRK-DATA-VALIDA VALUE 'S'.
       77 WRK-DATAS-OK-SW PIC X(01) VALUE 'N'.
           88 WRK-DATAS-OK VALUE 'S'.
      *---------------------------------------------------------
      * TABELA DOS PERIODOS CADASTRADOS (ANO + BIMESTRE + STATUS)
      *---------------------------------------------------------
       77 WRK-QTDE-PERIODOS PIC 9(03) VALUE ZEROS.
               10 WRK-PER-ANO      PIC 9(04).
               10 WRK-PER-BIMESTRE PIC 9(01).
               10 WRK-PER-STATUS   PIC X(01).
               10 WRK-PER-INICIO   PIC 9(08).
               10 WRK-PER-FIM      PIC 9(08).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
                           WRK-PER-BIMESTRE (WRK-QTDE-PERIODOS)
                       MOVE PER-STATUS TO
                           WRK-PER-STATUS (WRK-QTDE-PERIODOS)
                       MOVE ZEROS TO WRK-PER-INICIO (WRK-QTDE-PERIODOS)
                           WRK-PER-FIM (WRK-QTDE-PERIODOS)
                       IF PER-DATA-INICIO NUMERIC AND
                          PER-DATA-FIM NUMERIC
                           MOVE PER-DATA-INICIO TO
                               WRK-PER-INICIO (WRK-QTDE-PERIODOS)
                           MOVE PER-DATA-FIM TO
                               WRK-PER-FIM (WRK-QTDE-PERIODOS)
                       END-IF
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MENU DO CONSOLE: A=ABRIR F=FECHAR D=DATAS L=LISTAR X=FIM
      *----------------------------------------------------------
       2000-MENU.
           DISPLAY 'OPCAO (A=ABRIR F=FECHAR D=DATAS L=LISTAR X=FIM): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-OPCAO-ABRIR
               WHEN WRK-OPCAO-FECHAR
                   MOVE 'F' TO WRK-STATUS-NOVO
                   PERFORM 3000-ALTERAR-PERIODO THRU 3000-EXIT
               WHEN WRK-OPCAO-DATAS
                   PERFORM 4000-INFORMAR-DATAS THRU 4000-EXIT
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 5000-LISTAR THRU 5000-EXIT
               WHEN WRK-OPCAO-FIM
                   WRK-PER-BIMESTRE (WRK-QTDE-PERIODOS)
               MOVE WRK-STATUS-NOVO TO
                   WRK-PER-STATUS (WRK-QTDE-PERIODOS)
               MOVE ZEROS TO WRK-PER-INICIO (WRK-QTDE-PERIODOS)
                   WRK-PER-FIM (WRK-QTDE-PERIODOS)
           END-IF.
           ADD 1 TO WRK-QTDE-ALTERADOS.
           DISPLAY 'PERIODO ' WRK-ENT-ANO ' BIMESTRE '
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * INFORMA INICIO E FIM DE UM BIMESTRE: DATAS REAIS DO PROPRIO
      * ANO LETIVO, INICIO ATE O FIM, SEM SOBREPOR OUTRO BIMESTRE
      * DO ANO. BIMESTRE AINDA SEM REGISTRO ENTRA ABERTO.
      *----------------------------------------------------------
       4000-INFORMAR-DATAS.
           DISPLAY 'ANO LETIVO: '.
           ACCEPT WRK-ENT-ANO FROM CONSOLE.
           DISPLAY 'BIMESTRE (1-4): '.
           ACCEPT WRK-ENT-BIMESTRE FROM CONSOLE.
           IF WRK-ENT-BIMESTRE < 1 OR WRK-ENT-BIMESTRE > 4
               DISPLAY 'BIMESTRE INVALIDO (' WRK-ENT-BIMESTRE
                   ') - NADA ALTERADO'
               GO TO 4000-EXIT
           END-IF.
           DISPLAY 'INICIO DO BIMESTRE (AAAAMMDD): '.
           ACCEPT WRK-ENT-INICIO FROM CONSOLE.
           DISPLAY 'FIM DO BIMESTRE (AAAAMMDD): '.
           ACCEPT WRK-ENT-FIM FROM CONSOLE.
           PERFORM 4100-VALIDAR-DATAS THRU 4100-EXIT.
           IF NOT WRK-DATAS-OK
               GO TO 4000-EXIT
           END-IF.
           PERFORM 3100-PROCURAR-PERIODO THRU 3100-EXIT.
           IF NOT WRK-ACHOU
               IF WRK-QTDE-PERIODOS >= 100
                   DISPLAY 'TABELA DE PERIODOS CHEIA - NADA ALTERADO'
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-PERIODOS
               SET WRK-IDX-PER TO WRK-QTDE-PERIODOS
               MOVE WRK-ENT-ANO TO WRK-PER-ANO (WRK-IDX-PER)
               MOVE WRK-ENT-BIMESTRE TO WRK-PER-BIMESTRE (WRK-IDX-PER)
               MOVE 'A' TO WRK-PER-STATUS (WRK-IDX-PER)
           END-IF.
           MOVE WRK-ENT-INICIO TO WRK-PER-INICIO (WRK-IDX-PER).
           MOVE WRK-ENT-FIM TO WRK-PER-FIM (WRK-IDX-PER).
           ADD 1 TO WRK-QTDE-ALTERADOS.
           DISPLAY 'PERIODO ' WRK-ENT-ANO ' BIMESTRE '
               WRK-ENT-BIMESTRE ' DE ' WRK-ENT-INICIO ' A '
               WRK-ENT-FIM.
       4000-EXIT.
           EXIT.

       4100-VALIDAR-DATAS.
           MOVE 'N' TO WRK-DATAS-OK-SW.
           MOVE WRK-ENT-INICIO TO WRK-DATA-TESTE.
           PERFORM 4200-VALIDAR-DATA-REAL THRU 4200-EXIT.
           IF NOT WRK-DATA-VALIDA OR WRK-INI-ANO NOT = WRK-ENT-ANO
               DISPLAY 'INICIO INVALIDO OU FORA DO ANO LETIVO ('
                   WRK-ENT-INICIO ') - NADA ALTERADO'
               GO TO 4100-EXIT
           END-IF.
           MOVE WRK-ENT-FIM TO WRK-DATA-TESTE.
           PERFORM 4200-VALIDAR-DATA-REAL THRU 4200-EXIT.
           IF NOT WRK-DATA-VALIDA OR WRK-FIM-ANO NOT = WRK-ENT-ANO
               DISPLAY 'FIM INVALIDO OU FORA DO ANO LETIVO ('
                   WRK-ENT-FIM ') - NADA ALTERADO'
               GO TO 4100-EXIT
           END-IF.
           IF WRK-ENT-INICIO > WRK-ENT-FIM
               DISPLAY 'INICIO DEPOIS DO FIM - NADA ALTERADO'
               GO TO 4100-EXIT
           END-IF.
           MOVE 'S' TO WRK-DATAS-OK-SW.
           IF WRK-QTDE-PERIODOS > ZEROS
               PERFORM 4300-CONFERIR-SOBREPOSICAO THRU 4300-EXIT
                   VARYING WRK-IDX-PER FROM 1 BY 1
                   UNTIL WRK-IDX-PER > WRK-QTDE-PERIODOS
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DATA REAL: MES 01-12 E DIA DENTRO DO MES (29/02 SO EM ANO
      * BISSEXTO), MESMA REGRA DO PROGCOB41
      *----------------------------------------------------------
       4200-VALIDAR-DATA-REAL.
           MOVE 'N' TO WRK-DATA-VALIDA-SW.
           IF WRK-TST-MES < 01 OR WRK-TST-MES > 12
               GO TO 4200-EXIT
           END-IF.
           EVALUATE WRK-TST-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WRK-DIA-MAXIMO
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WRK-DIA-MAXIMO
               WHEN 02
                   MOVE 28 TO WRK-DIA-MAXIMO
                   DIVIDE WRK-TST-ANO BY 4
                       GIVING WRK-RESTO-AUX
                       REMAINDER WRK-RESTO-AUX
                   IF WRK-RESTO-AUX = ZEROS
                       MOVE 29 TO WRK-DIA-MAXIMO
                   END-IF
           END-EVALUATE.
           IF WRK-TST-DIA >= 01 AND WRK-TST-DIA <= WRK-DIA-MAXIMO
               MOVE 'S' TO WRK-DATA-VALIDA-SW
           END-IF.
       4200-EXIT.
           EXIT.

       4300-CONFERIR-SOBREPOSICAO.
           IF WRK-PER-ANO (WRK-IDX-PER) = WRK-ENT-ANO AND
              WRK-PER-BIMESTRE (WRK-IDX-PER) NOT = WRK-ENT-BIMESTRE AND
              WRK-PER-INICIO (WRK-IDX-PER) > ZEROS AND
              WRK-PER-INICIO (WRK-IDX-PER) <= WRK-ENT-FIM AND
              WRK-PER-FIM (WRK-IDX-PER) >= WRK-ENT-INICIO
               DISPLAY 'DATAS SOBREPOEM O BIMESTRE '
                   WRK-PER-BIMESTRE (WRK-IDX-PER) ' ('
                   WRK-PER-INICIO (WRK-IDX-PER) ' A '
                   WRK-PER-FIM (WRK-IDX-PER) ') - NADA ALTERADO'
               MOVE 'N' TO WRK-DATAS-OK-SW
           END-IF.
       4300-EXIT.
           EXIT.

       5000-LISTAR.
           IF WRK-QTDE-PERIODOS = ZEROS
               DISPLAY 'NENHUM PERIODO CADASTRADO (TUDO ABERTO)'
       5100-LISTAR-UM.
           DISPLAY 'ANO ' WRK-PER-ANO (WRK-IDX-PER) ' BIMESTRE '
               WRK-PER-BIMESTRE (WRK-IDX-PER) ' STATUS '
               WRK-PER-STATUS (WRK-IDX-PER) ' DE '
               WRK-PER-INICIO (WRK-IDX-PER) ' A '
               WRK-PER-FIM (WRK-IDX-PER).
       5100-EXIT.
           EXIT.

           MOVE WRK-PER-ANO (WRK-IDX-PER) TO PER-ANO.
           MOVE WRK-PER-BIMESTRE (WRK-IDX-PER) TO PER-BIMESTRE.
           MOVE WRK-PER-STATUS (WRK-IDX-PER) TO PER-STATUS.
           MOVE WRK-PER-INICIO (WRK-IDX-PER) TO PER-DATA-INICIO.
           MOVE WRK-PER-FIM (WRK-IDX-PER) TO PER-DATA-FIM.
           WRITE PER-REGISTRO.
       6100-EXIT.
           EXIT.
