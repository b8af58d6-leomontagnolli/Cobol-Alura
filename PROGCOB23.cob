      *                    controle ao menu em vez de derrubar a
      *                    sessao inteira (rodando sozinho, o GOBACK
      *                    encerra igual).
      * 15/10/2026 LL      PIN conferido e gravado so pela rotina
      *                    comum PINHASH (sal + hash, nunca o PIN em
      *                    claro), com 6 a 12 digitos; a troca recusa
      *                    o PIN novo igual ao atual. O PIN inicial
      *                    emitido sai com troca obrigatoria no
      *                    primeiro login do PROGCOB11.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 WRK-OPCAO-EMITIR  VALUE '1'.
           88 WRK-OPCAO-TROCAR  VALUE '2'.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-PIN-ANTIGO PIC X(12) VALUE SPACES.
       77 WRK-PIN-NOVO PIC X(12) VALUE SPACES.
       77 WRK-NIVEL-STAFF PIC 9(02) VALUE ZEROS.
       77 WRK-RESULTADO-AUX PIC X(15) VALUE SPACES.
      *---------------------------------------------------------
       77 WRK-DATA-INTEIRA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-JULIANA PIC 9(08) VALUE ZEROS.
       77 WRK-VALIDADE-NOVA PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------
      * AREA DA ROTINA COMUM PINHASH (CONFERENCIA E GERACAO DA
      * CREDENCIAL DO SECURITY-FILE)
      *---------------------------------------------------------
       COPY PINAREA REPLACING ==:PREFIXO:== BY ==CRD==.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           EXIT.

       2100-GRAVAR-PIN-INICIAL.
           DISPLAY 'PIN INICIAL (6 A 12 DIGITOS): '.
           ACCEPT WRK-PIN-NOVO FROM CONSOLE.
           MOVE WRK-USUARIO TO SEC-USUARIO.
           MOVE ZEROS TO SEC-SAL SEC-HASH.
           SET CRD-GERAR TO TRUE.
           MOVE WRK-PIN-NOVO TO CRD-PIN.
           CALL 'PINHASH' USING CRD-AREA SEC-REGISTRO.
           MOVE SPACES TO WRK-PIN-NOVO CRD-PIN.
           IF NOT CRD-ACEITO
               DISPLAY 'EMISSAO NEGADA - O PIN DEVE TER DE 6 A 12 '
                   'DIGITOS'
               MOVE 'PIN-NEGADO' TO WRK-RESULTADO-AUX
               PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE 'S' TO SEC-TROCA-SW.
           MOVE WRK-VALIDADE-NOVA TO SEC-VALIDADE.
           WRITE SEC-REGISTRO
               INVALID KEY
           EXIT.

      *----------------------------------------------------------
      * TROCA DO PROPRIO PIN: O PIN ANTIGO E CONFERIDO PELA
      * PINHASH CONTRA A CREDENCIAL GRAVADA ANTES DE QUALQUER
      * REGRAVACAO
      *----------------------------------------------------------
       3000-TROCAR-PIN.
           DISPLAY 'PIN ATUAL: '.
                   MOVE 'PIN-NEGADO' TO WRK-RESULTADO-AUX
                   PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
               NOT INVALID KEY
                   SET CRD-VERIFICAR TO TRUE
                   MOVE WRK-PIN-ANTIGO TO CRD-PIN
                   CALL 'PINHASH' USING CRD-AREA SEC-REGISTRO
                   MOVE SPACES TO WRK-PIN-ANTIGO CRD-PIN
                   IF CRD-ACEITO
                       PERFORM 3100-REGRAVAR-PIN THRU 3100-EXIT
                   ELSE
                       DISPLAY 'TROCA NEGADA - PIN ATUAL NAO CONFERE'
           EXIT.

       3100-REGRAVAR-PIN.
           DISPLAY 'PIN NOVO (6 A 12 DIGITOS): '.
           ACCEPT WRK-PIN-NOVO FROM CONSOLE.
           SET CRD-GERAR TO TRUE.
           MOVE WRK-PIN-NOVO TO CRD-PIN.
           CALL 'PINHASH' USING CRD-AREA SEC-REGISTRO.
           MOVE SPACES TO WRK-PIN-NOVO CRD-PIN.
           IF CRD-FORMATO-INVALIDO
               DISPLAY 'TROCA NEGADA - O PIN DEVE TER DE 6 A 12 '
                   'DIGITOS'
           END-IF.
           IF CRD-PIN-REPETIDO
               DISPLAY 'TROCA NEGADA - O PIN NOVO DEVE SER DIFERENTE '
                   'DO ATUAL'
           END-IF.
           IF NOT CRD-ACEITO
               MOVE 'PIN-NEGADO' TO WRK-RESULTADO-AUX
               PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE WRK-VALIDADE-NOVA TO SEC-VALIDADE.
           REWRITE SEC-REGISTRO
               INVALID KEY
