       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINHASH.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Rotina comum da credencial do SECURITY-FILE,
      *            CHAMADA por todo programa que confere ou grava PIN
      *            (PROGCOB11, PROGCOB23, PROGCOB27, PROGCOB67,
      *            PROGCOB70 e a migracao PROGCOB94), para nenhum
      *            deles comparar PIN em claro. Recebe LNK-AREA
      *            (copybook PINAREA) e o registro SEC-REGISTRO ja
      *            lido pelo chamador. O PIN nunca e gravado: o
      *            registro guarda o sal do usuario (SEC-SAL) e o
      *            hash de mao unica (SEC-HASH) do sal + digitos do
      *            PIN + quantidade de digitos, misturados em 1000
      *            rodadas por dois acumuladores modulo primo. 'V'
      *            recalcula o hash com o sal gravado e compara; 'G'
      *            exige de 6 a 12 digitos, recusa o PIN igual ao
      *            atual, gera sal novo e limpa a troca obrigatoria;
      *            'M' aceita o PIN antigo (1 a 12 digitos) e marca a
      *            troca obrigatoria. A gravacao do registro (WRITE ou
      *            REWRITE) e da validade fica com o chamador.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      *********************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-MINIMO-DIGITOS PIC 9(02) VALUE 06.
       77 WRK-QTDE-RODADAS PIC 9(04) COMP VALUE 1000.
       77 WRK-PRIMO-1 PIC 9(10) COMP VALUE 999999937.
       77 WRK-PRIMO-2 PIC 9(10) COMP VALUE 999999929.
       77 WRK-PRIMO-SAL PIC 9(10) COMP VALUE 9999999967.
       77 WRK-QTDE-DIGITOS PIC 9(02) VALUE ZEROS.
       77 WRK-FORMATO-SW PIC X(01) VALUE 'S'.
           88 WRK-FORMATO-OK VALUE 'S'.
       77 WRK-FIM-PIN-SW PIC X(01) VALUE 'N'.
           88 WRK-FIM-PIN VALUE 'S'.
       77 WRK-POS PIC 9(02) COMP VALUE ZEROS.
       77 WRK-RODADA PIC 9(04) COMP VALUE ZEROS.
       77 WRK-H1 PIC 9(18) COMP VALUE ZEROS.
       77 WRK-H2 PIC 9(18) COMP VALUE ZEROS.
       77 WRK-PRODUTO PIC 9(18) COMP VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(18) COMP VALUE ZEROS.
       77 WRK-SAL-USO PIC 9(10) VALUE ZEROS.
       77 WRK-HASH-CALCULADO PIC 9(18) VALUE ZEROS.
      *---------------------------------------------------------
      * GERACAO DO SAL: HORA, DATA, QUANTIDADE DE CHAMADAS NA
      * EXECUCAO E O ULTIMO SAL GERADO (DOIS USUARIOS NO MESMO
      * CENTESIMO DE SEGUNDO NAO RECEBEM O MESMO SAL)
      *---------------------------------------------------------
       77 WRK-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SAL PIC 9(08) VALUE ZEROS.
       77 WRK-CHAMADAS PIC 9(08) COMP VALUE ZEROS.
       77 WRK-ULTIMO-SAL PIC 9(10) VALUE ZEROS.
      *---------------------------------------------------------
      * PIN DIGITADO E SEQUENCIA DE DIGITOS MISTURADA NO HASH
      * (SAL, DIGITOS DO PIN E A QUANTIDADE DE DIGITOS)
      *---------------------------------------------------------
       01  WRK-PIN-CARACTERES.
           05 WRK-PIN-CAR PIC X(01) OCCURS 12 TIMES.
       01  WRK-SAL-DIGITOS.
           05 WRK-SAL-DIG PIC 9(01) OCCURS 10 TIMES.
       01  WRK-QTDE-DIGITOS-AUX PIC 9(02) VALUE ZEROS.
       01  WRK-QTDE-AUX-DIGITOS REDEFINES WRK-QTDE-DIGITOS-AUX.
           05 WRK-QTD-DIG PIC 9(01) OCCURS 2 TIMES.
       77 WRK-QTDE-SEQ PIC 9(02) COMP VALUE ZEROS.
       01  WRK-SEQUENCIA.
           05 WRK-SEQ-DIG PIC 9(01) OCCURS 24 TIMES.
       LINKAGE SECTION.
       COPY PINAREA REPLACING ==:PREFIXO:== BY ==LNK==.
       COPY SECUSER.
       PROCEDURE DIVISION USING LNK-AREA SEC-REGISTRO.
       0000-MAINLINE.
           MOVE 'N' TO LNK-RESULTADO.
           PERFORM 1000-CONFERIR-FORMATO THRU 1000-EXIT.
           EVALUATE TRUE
               WHEN LNK-VERIFICAR
                   PERFORM 2000-VERIFICAR THRU 2000-EXIT
               WHEN LNK-GERAR
                   PERFORM 3000-GERAR THRU 3000-EXIT
               WHEN LNK-MIGRAR
                   PERFORM 4000-MIGRAR THRU 4000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO WRK-PIN-CARACTERES.
           MOVE ZEROS TO WRK-SEQUENCIA.
           GOBACK.

      *----------------------------------------------------------
      * O PIN DIGITADO SO PODE TER DIGITOS, ENCOSTADOS A ESQUERDA
      * E SEGUIDOS DE BRANCOS; CONTA QUANTOS DIGITOS TEM
      *----------------------------------------------------------
       1000-CONFERIR-FORMATO.
           MOVE 'S' TO WRK-FORMATO-SW.
           MOVE 'N' TO WRK-FIM-PIN-SW.
           MOVE ZEROS TO WRK-QTDE-DIGITOS.
           MOVE LNK-PIN TO WRK-PIN-CARACTERES.
           PERFORM 1100-CONFERIR-CARACTER THRU 1100-EXIT
               VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 12.
           IF WRK-QTDE-DIGITOS = ZEROS
               MOVE 'N' TO WRK-FORMATO-SW
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CONFERIR-CARACTER.
           IF WRK-PIN-CAR (WRK-POS) = SPACE
               MOVE 'S' TO WRK-FIM-PIN-SW
               GO TO 1100-EXIT
           END-IF.
           IF WRK-PIN-CAR (WRK-POS) NOT NUMERIC OR WRK-FIM-PIN
               MOVE 'N' TO WRK-FORMATO-SW
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DIGITOS.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE O PIN DIGITADO: HASH DO SAL GRAVADO + PIN IGUAL
      * AO HASH GRAVADO. REGISTRO SEM CREDENCIAL NUNCA CONFERE.
      *----------------------------------------------------------
       2000-VERIFICAR.
           IF NOT WRK-FORMATO-OK
               GO TO 2000-EXIT
           END-IF.
           IF SEC-SAL NOT NUMERIC OR SEC-HASH NOT NUMERIC OR
              SEC-HASH = ZEROS
               GO TO 2000-EXIT
           END-IF.
           MOVE SEC-SAL TO WRK-SAL-USO.
           PERFORM 6000-CALCULAR-HASH THRU 6000-EXIT.
           IF WRK-HASH-CALCULADO = SEC-HASH
               MOVE 'S' TO LNK-RESULTADO
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CREDENCIAL NOVA (EMISSAO OU TROCA): FORMATO MINIMO, PIN
      * DIFERENTE DO ATUAL, SAL NOVO E TROCA OBRIGATORIA LIMPA
      *----------------------------------------------------------
       3000-GERAR.
           IF NOT WRK-FORMATO-OK OR
              WRK-QTDE-DIGITOS < WRK-MINIMO-DIGITOS
               MOVE 'I' TO LNK-RESULTADO
               GO TO 3000-EXIT
           END-IF.
           IF SEC-SAL NUMERIC AND SEC-HASH NUMERIC AND
              SEC-HASH NOT = ZEROS
               MOVE SEC-SAL TO WRK-SAL-USO
               PERFORM 6000-CALCULAR-HASH THRU 6000-EXIT
               IF WRK-HASH-CALCULADO = SEC-HASH
                   MOVE 'R' TO LNK-RESULTADO
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           PERFORM 5000-GERAR-SAL THRU 5000-EXIT.
           PERFORM 6000-CALCULAR-HASH THRU 6000-EXIT.
           MOVE WRK-SAL-USO TO SEC-SAL.
           MOVE WRK-HASH-CALCULADO TO SEC-HASH.
           MOVE 'N' TO SEC-TROCA-SW.
           MOVE 'S' TO LNK-RESULTADO.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MIGRACAO DO PIN ANTIGO: O USUARIO CONTINUA ENTRANDO COM O
      * MESMO PIN, MAS E OBRIGADO A TROCA-LO NO PROXIMO LOGIN
      *----------------------------------------------------------
       4000-MIGRAR.
           IF NOT WRK-FORMATO-OK
               MOVE 'I' TO LNK-RESULTADO
               GO TO 4000-EXIT
           END-IF.
           PERFORM 5000-GERAR-SAL THRU 5000-EXIT.
           PERFORM 6000-CALCULAR-HASH THRU 6000-EXIT.
           MOVE WRK-SAL-USO TO SEC-SAL.
           MOVE WRK-HASH-CALCULADO TO SEC-HASH.
           MOVE 'S' TO SEC-TROCA-SW.
           MOVE 'S' TO LNK-RESULTADO.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SAL NOVO DE 10 DIGITOS, NUNCA ZERO
      *----------------------------------------------------------
       5000-GERAR-SAL.
           ACCEPT WRK-HORA FROM TIME.
           ACCEPT WRK-DATA-SAL FROM DATE YYYYMMDD.
           ADD 1 TO WRK-CHAMADAS.
           COMPUTE WRK-PRODUTO = WRK-HORA * 7919 +
               WRK-DATA-SAL * 31 + WRK-CHAMADAS * 104729 +
               WRK-ULTIMO-SAL.
           DIVIDE WRK-PRODUTO BY WRK-PRIMO-SAL
               GIVING WRK-QUOCIENTE REMAINDER WRK-SAL-USO.
           IF WRK-SAL-USO = ZEROS OR WRK-SAL-USO = WRK-ULTIMO-SAL
               ADD 1 TO WRK-SAL-USO
           END-IF.
           MOVE WRK-SAL-USO TO WRK-ULTIMO-SAL.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * HASH DE MAO UNICA DE WRK-SAL-USO + PIN DIGITADO
      *----------------------------------------------------------
       6000-CALCULAR-HASH.
           MOVE WRK-SAL-USO TO WRK-SAL-DIGITOS.
           MOVE ZEROS TO WRK-QTDE-SEQ.
           PERFORM 6100-INCLUIR-SAL THRU 6100-EXIT
               VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 10.
           PERFORM 6200-INCLUIR-PIN THRU 6200-EXIT
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > WRK-QTDE-DIGITOS.
           MOVE WRK-QTDE-DIGITOS TO WRK-QTDE-DIGITOS-AUX.
           ADD 1 TO WRK-QTDE-SEQ.
           MOVE WRK-QTD-DIG (1) TO WRK-SEQ-DIG (WRK-QTDE-SEQ).
           ADD 1 TO WRK-QTDE-SEQ.
           MOVE WRK-QTD-DIG (2) TO WRK-SEQ-DIG (WRK-QTDE-SEQ).
           DIVIDE WRK-SAL-USO BY WRK-PRIMO-1
               GIVING WRK-QUOCIENTE REMAINDER WRK-H1.
           DIVIDE WRK-SAL-USO BY WRK-PRIMO-2
               GIVING WRK-QUOCIENTE REMAINDER WRK-H2.
           PERFORM 6300-MISTURAR THRU 6300-EXIT
               VARYING WRK-RODADA FROM 1 BY 1
               UNTIL WRK-RODADA > WRK-QTDE-RODADAS
               AFTER WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > WRK-QTDE-SEQ.
           COMPUTE WRK-HASH-CALCULADO = WRK-H1 * 1000000000 + WRK-H2.
       6000-EXIT.
           EXIT.

       6100-INCLUIR-SAL.
           ADD 1 TO WRK-QTDE-SEQ.
           MOVE WRK-SAL-DIG (WRK-POS) TO WRK-SEQ-DIG (WRK-QTDE-SEQ).
       6100-EXIT.
           EXIT.

       6200-INCLUIR-PIN.
           ADD 1 TO WRK-QTDE-SEQ.
           MOVE WRK-PIN-CAR (WRK-POS) TO WRK-SEQ-DIG (WRK-QTDE-SEQ).
       6200-EXIT.
           EXIT.

       6300-MISTURAR.
           COMPUTE WRK-PRODUTO = WRK-H1 * 31 +
               WRK-SEQ-DIG (WRK-POS) + WRK-RODADA + WRK-H2.
           DIVIDE WRK-PRODUTO BY WRK-PRIMO-1
               GIVING WRK-QUOCIENTE REMAINDER WRK-H1.
           COMPUTE WRK-PRODUTO = WRK-H2 * 37 +
               WRK-SEQ-DIG (WRK-POS) * 11 + WRK-H1.
           DIVIDE WRK-PRODUTO BY WRK-PRIMO-2
               GIVING WRK-QUOCIENTE REMAINDER WRK-H2.
       6300-EXIT.
           EXIT.
