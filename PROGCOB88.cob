       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB88.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Aplicacao das decisoes da revisao de bolsas: le
      *            a proposta do PROGCOB87 devolvida pela secretaria
      *            (BOLSDEC, copybook BOLSPROP) e, para cada bolsa
      *            APROVADA com percentual, anexa ao cadastro SCHOLAR
      *            (copybook SCHLREC) a janela nova com o percentual
      *            proposto, o mesmo motivo e a validade do ano do
      *            carne, para o PROGCOB56 aplicar na geracao.
      *            Aprovada com percentual zero e a bolsa encerrada:
      *            nada e gravado e a janela antiga so vence. Negada
      *            ou ainda pendente fica de fora (a bolsa volta na
      *            proxima revisao). Janela que ja existe para a
      *            matricula no mesmo periodo nao e gravada de novo,
      *            para a reexecucao nao duplicar a bolsa. Registro
      *            do que foi feito em BOLSAPL.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENEWAL-DECISIONS ASSIGN TO "BOLSDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DECISOES.
           SELECT SCHOLARSHIP-MASTER ASSIGN TO "SCHOLAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLSAS.
           SELECT APPLY-REPORT ASSIGN TO "BOLSAPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  RENEWAL-DECISIONS
           LABEL RECORDS ARE STANDARD.
       COPY BOLSPROP REPLACING ==:PREFIXO:== BY ==DEC==.
       FD  SCHOLARSHIP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SCHLREC REPLACING ==:PREFIXO:== BY ==SCH==.
       FD  APPLY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-DECISOES PIC X(02) VALUE '00'.
       77 WRK-FS-BOLSAS PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-DECISOES-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-DECISOES VALUE 'Y'.
       77 WRK-EOF-BOLSAS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-BOLSAS VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-LIMITE-ESTOURADO-SW PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-ESTOURADO VALUE 'S'.
       77 WRK-JANELA-EXISTE-SW PIC X(01) VALUE 'N'.
           88 WRK-JANELA-EXISTE VALUE 'S'.
       77 WRK-QTDE-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GRAVADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ENCERRADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-NEGADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * JANELAS JA CADASTRADAS, PARA NAO GRAVAR A MESMA DUAS VEZES
      *---------------------------------------------------------
       77 WRK-QTDE-BOLSAS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-BOLSAS.
           05 WRK-BOL-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-BOL.
               10 WRK-BOL-MATRICULA PIC 9(07).
               10 WRK-BOL-INI       PIC 9(08).
               10 WRK-BOL-FIM       PIC 9(08).
      *---------------------------------------------------------
      * LINHA DO REGISTRO DE APLICACAO
      *---------------------------------------------------------
       01  WRK-LINHA-DECISAO.
           05 WRK-LD-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LD-MOTIVO        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LD-PCT-ATUAL     PIC ZZ9.
           05 FILLER               PIC X(04) VALUE ' -> '.
           05 WRK-LD-PCT-NOVO      PIC ZZ9.
           05 FILLER               PIC X(02) VALUE '% '.
           05 WRK-LD-INI           PIC 9(08).
           05 FILLER               PIC X(01) VALUE '-'.
           05 WRK-LD-FIM           PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LD-SITUACAO      PIC X(26).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 2000-APLICAR-DECISAO THRU 2000-EXIT
                   UNTIL WRK-EOF-DECISOES
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           IF WRK-LIMITE-ESTOURADO
               DISPLAY 'ERRO - CADASTRO DE BOLSAS MAIOR QUE A '
                   'TABELA: A CONFERENCIA DE JANELA REPETIDA FICOU '
                   'INCOMPLETA - AMPLIAR A TABELA'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-REJEITADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      * CARREGA AS JANELAS JA CADASTRADAS E REABRE O SCHOLAR PARA
      * ANEXAR AS NOVAS
      *----------------------------------------------------------
       1000-INICIALIZAR.
           OPEN INPUT RENEWAL-DECISIONS.
           OPEN OUTPUT APPLY-REPORT.
           IF WRK-FS-DECISOES NOT = '00' OR
              WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - DECISOES '
                   WRK-FS-DECISOES ' RELATORIO ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT SCHOLARSHIP-MASTER.
           IF WRK-FS-BOLSAS = '00'
               PERFORM 1100-CARREGAR-BOLSA THRU 1100-EXIT
                   UNTIL WRK-EOF-BOLSAS
               CLOSE SCHOLARSHIP-MASTER
           END-IF.
           OPEN EXTEND SCHOLARSHIP-MASTER.
           IF WRK-FS-BOLSAS = '35'
               OPEN OUTPUT SCHOLARSHIP-MASTER
           END-IF.
           IF WRK-FS-BOLSAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE BOLSAS - FS '
                   WRK-FS-BOLSAS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           MOVE 'APLICACAO DAS DECISOES DA REVISAO DE BOLSAS'
               TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

       1100-CARREGAR-BOLSA.
           READ SCHOLARSHIP-MASTER
               AT END
                   MOVE 'Y' TO WRK-EOF-BOLSAS-SW
               NOT AT END
                   IF WRK-QTDE-BOLSAS < 1000
                       ADD 1 TO WRK-QTDE-BOLSAS
                       MOVE SCH-MATRICULA TO
                           WRK-BOL-MATRICULA (WRK-QTDE-BOLSAS)
                       MOVE SCH-VALIDADE-INI TO
                           WRK-BOL-INI (WRK-QTDE-BOLSAS)
                       MOVE SCH-VALIDADE-FIM TO
                           WRK-BOL-FIM (WRK-QTDE-BOLSAS)
                   ELSE
                       MOVE 'S' TO WRK-LIMITE-ESTOURADO-SW
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UMA DECISAO: SO A APROVADA COM PERCENTUAL VIRA JANELA NOVA
      *----------------------------------------------------------
       2000-APLICAR-DECISAO.
           READ RENEWAL-DECISIONS
               AT END
                   MOVE 'Y' TO WRK-EOF-DECISOES-SW
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDAS.
           PERFORM 2050-AVALIAR-DECISAO THRU 2050-EXIT.
           WRITE REL-LINHA FROM WRK-LINHA-DECISAO.
       2000-EXIT.
           EXIT.

       2050-AVALIAR-DECISAO.
           MOVE DEC-MATRICULA TO WRK-LD-MATRICULA.
           MOVE DEC-MOTIVO TO WRK-LD-MOTIVO.
           MOVE DEC-PCT-ATUAL TO WRK-LD-PCT-ATUAL.
           MOVE DEC-PCT-PROPOSTO TO WRK-LD-PCT-NOVO.
           MOVE DEC-NOVA-INI TO WRK-LD-INI.
           MOVE DEC-NOVA-FIM TO WRK-LD-FIM.
           IF DEC-NEGADA
               ADD 1 TO WRK-QTDE-NEGADAS
               MOVE 'NEGADA - BOLSA VENCE' TO WRK-LD-SITUACAO
               GO TO 2050-EXIT
           END-IF.
           IF NOT DEC-APROVADA
               ADD 1 TO WRK-QTDE-PENDENTES
               MOVE 'SEM DECISAO - IGNORADA' TO WRK-LD-SITUACAO
               GO TO 2050-EXIT
           END-IF.
           IF DEC-MATRICULA NOT NUMERIC OR
              DEC-PCT-PROPOSTO NOT NUMERIC OR
              DEC-NOVA-INI NOT NUMERIC OR
              DEC-NOVA-FIM NOT NUMERIC
               ADD 1 TO WRK-QTDE-REJEITADAS
               MOVE 'REJEITADA - CAMPO INVALIDO' TO WRK-LD-SITUACAO
               GO TO 2050-EXIT
           END-IF.
           IF DEC-PCT-PROPOSTO > 100 OR
              DEC-NOVA-INI > DEC-NOVA-FIM
               ADD 1 TO WRK-QTDE-REJEITADAS
               MOVE 'REJEITADA - PCT OU PERIODO' TO WRK-LD-SITUACAO
               GO TO 2050-EXIT
           END-IF.
           IF DEC-PCT-PROPOSTO = ZEROS
               ADD 1 TO WRK-QTDE-ENCERRADAS
               MOVE 'ENCERRADA - BOLSA VENCE' TO WRK-LD-SITUACAO
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2100-CONFERIR-JANELA THRU 2100-EXIT.
           IF WRK-JANELA-EXISTE
               ADD 1 TO WRK-QTDE-REJEITADAS
               MOVE 'JANELA JA CADASTRADA' TO WRK-LD-SITUACAO
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2200-GRAVAR-JANELA THRU 2200-EXIT.
           IF DEC-PCT-PROPOSTO < DEC-PCT-ATUAL
               MOVE 'REDUZIDA - GRAVADA' TO WRK-LD-SITUACAO
           ELSE
               MOVE 'RENOVADA - GRAVADA' TO WRK-LD-SITUACAO
           END-IF.
       2050-EXIT.
           EXIT.

       2100-CONFERIR-JANELA.
           MOVE 'N' TO WRK-JANELA-EXISTE-SW.
           IF WRK-QTDE-BOLSAS = ZEROS
               GO TO 2100-EXIT
           END-IF.
           SET WRK-IDX-BOL TO 1.
           SEARCH WRK-BOL-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-BOL > WRK-QTDE-BOLSAS
                   CONTINUE
               WHEN WRK-BOL-MATRICULA (WRK-IDX-BOL) = DEC-MATRICULA
                    AND WRK-BOL-INI (WRK-IDX-BOL) <= DEC-NOVA-FIM
                    AND WRK-BOL-FIM (WRK-IDX-BOL) >= DEC-NOVA-INI
                   MOVE 'S' TO WRK-JANELA-EXISTE-SW
           END-SEARCH.
       2100-EXIT.
           EXIT.

       2200-GRAVAR-JANELA.
           MOVE DEC-MATRICULA TO SCH-MATRICULA.
           MOVE DEC-PCT-PROPOSTO TO SCH-PERCENTUAL.
           MOVE DEC-MOTIVO TO SCH-MOTIVO.
           MOVE DEC-NOVA-INI TO SCH-VALIDADE-INI.
           MOVE DEC-NOVA-FIM TO SCH-VALIDADE-FIM.
           WRITE SCH-REGISTRO.
           ADD 1 TO WRK-QTDE-GRAVADAS.
           IF WRK-QTDE-BOLSAS < 1000
               ADD 1 TO WRK-QTDE-BOLSAS
               MOVE DEC-MATRICULA TO
                   WRK-BOL-MATRICULA (WRK-QTDE-BOLSAS)
               MOVE DEC-NOVA-INI TO WRK-BOL-INI (WRK-QTDE-BOLSAS)
               MOVE DEC-NOVA-FIM TO WRK-BOL-FIM (WRK-QTDE-BOLSAS)
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE SCHOLARSHIP-MASTER
           END-IF.
           CLOSE RENEWAL-DECISIONS.
           CLOSE APPLY-REPORT.
           DISPLAY 'DECISOES LIDAS: ' WRK-QTDE-LIDAS.
           DISPLAY 'JANELAS NOVAS GRAVADAS NO SCHOLAR: '
               WRK-QTDE-GRAVADAS.
           DISPLAY 'BOLSAS ENCERRADAS: ' WRK-QTDE-ENCERRADAS.
           DISPLAY 'BOLSAS NEGADAS: ' WRK-QTDE-NEGADAS.
           DISPLAY 'PROPOSTAS SEM DECISAO: ' WRK-QTDE-PENDENTES.
           DISPLAY 'DECISOES REJEITADAS: ' WRK-QTDE-REJEITADAS.
       8000-EXIT.
           EXIT.
