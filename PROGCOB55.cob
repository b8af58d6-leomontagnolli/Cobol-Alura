      *            matricula, solicitante, data e usuario emissor --
      *            para a direcao auditar o que foi declarado, em
      *            vez do editor de texto sem controle.
      *            Antes de emitir, confere pela rotina DOCCHECK os
      *            documentos obrigatorios de matricula do aluno e
      *            avisa os pendentes, pedindo confirmacao.
      * DATA = 01/09/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 01/09/2026 LL      Programa criado.
      * 15/10/2026 LL      Aviso de documentos obrigatorios de
      *                    matricula pendentes (DOCCHECK), com
      *                    confirmacao antes de emitir.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 LOG-USUARIO          PIC X(20).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY DOCLIST REPLACING ==:PREFIXO:== BY ==DCK==.

       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-FREQUENCIA PIC X(02) VALUE '00'.
       77 WRK-ALUNO-OK-SW PIC X(01) VALUE 'N'.
           88 WRK-ALUNO-OK VALUE 'S'.
       77 WRK-PCT-EXIBE PIC ZZ9,99 VALUE ZEROS.
       77 WRK-IDX-DOC PIC 9(02) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-VALIDAR-ALUNO THRU 2000-EXIT.
           IF WRK-ALUNO-OK
               PERFORM 2100-CONFERIR-DOCUMENTOS THRU 2100-EXIT
           END-IF.
           IF WRK-ALUNO-OK
               PERFORM 3000-NUMERAR-DOCUMENTO THRU 3000-EXIT
               PERFORM 4000-IMPRIMIR-DECLARACAO THRU 4000-EXIT
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE OS DOCUMENTOS OBRIGATORIOS DE MATRICULA (DOCCHECK);
      * COM PENDENCIA, LISTA O QUE FALTA E SO EMITE SE O USUARIO
      * CONFIRMAR
      *----------------------------------------------------------
       2100-CONFERIR-DOCUMENTOS.
           CALL 'DOCCHECK' USING SM-MATRICULA SM-TURMA
               DCK-DOCUMENTOS.
           IF DCK-QTDE-PENDENTES = ZEROS
               GO TO 2100-EXIT
           END-IF.
           DISPLAY 'ATENCAO - ALUNO COM ' DCK-QTDE-PENDENTES
               ' DOCUMENTO(S) OBRIGATORIO(S) PENDENTE(S):'.
           PERFORM 2110-LISTAR-PENDENTE THRU 2110-EXIT
               VARYING WRK-IDX-DOC FROM 1 BY 1
               UNTIL WRK-IDX-DOC > DCK-QTDE-EXIGIDOS.
           DISPLAY 'EMITIR MESMO ASSIM (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'EMISSAO CANCELADA - DOCUMENTACAO PENDENTE'
               MOVE 'N' TO WRK-ALUNO-OK-SW
           END-IF.
       2100-EXIT.
           EXIT.

       2110-LISTAR-PENDENTE.
           IF DCK-DOC-EXIGIDO (WRK-IDX-DOC) AND
              DCK-DOC-ENTREGA (WRK-IDX-DOC) = ZEROS
               DISPLAY '  ' DCK-DOC-CODIGO (WRK-IDX-DOC) ' '
                   DCK-DOC-DESCRICAO (WRK-IDX-DOC)
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------
      * OBTEM O PROXIMO NUMERO SEQUENCIAL DO CONTROLE E REGRAVA O
      * CONTROLE JA INCREMENTADO (MESMA MECANICA DO PROGCOB21)
