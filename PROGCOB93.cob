       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB93.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Carga das decisoes da recertificacao trimestral
      *            de acessos: le a folha RECTDEC (copybook RECTDEC)
      *            devolvida preenchida depois da assinatura do
      *            diretor e, so se TODAS as linhas tiverem decisao
      *            C ou R e o responsavel, aplica: R grava o
      *            LOCK-FILE com status 'R' (o PROGCOB11 recusa o
      *            login como ACESSO REVOGADO antes de conferir o
      *            PIN); C mantem o acesso e reabre o usuario que
      *            estava revogado. Cada decisao vai para o
      *            AUDIT-LOG (RECERT-CONFIRMA, RECERT-REVOGA ou
      *            RECERT-REABRE) e para o relatorio RECTAPL. Folha
      *            com linha incompleta nao aplica nada: as linhas
      *            com problema saem no relatorio e o RC 4 segura o
      *            corte da folha no JCL para a correcao.
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
           SELECT RECERT-DECISIONS ASSIGN TO "RECTDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DECISOES.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOCK-USUARIO
               FILE STATUS IS WRK-FS-LOCK.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT RECERT-APPLY-REPORT ASSIGN TO "RECTAPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-DECISIONS
           LABEL RECORDS ARE STANDARD.
       COPY RECTDEC REPLACING ==:PREFIXO:== BY ==DEC==.
       FD  LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOCKREC.
       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       FD  RECERT-APPLY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-DECISOES PIC X(02) VALUE '00'.
       77 WRK-FS-LOCK PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-DECISOES-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-DECISOES VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-RESULTADO-AUDIT PIC X(15) VALUE SPACES.
       77 WRK-CICLO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-COM-ERRO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CONFIRMADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REVOGADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REABERTAS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * LINHAS DA FOLHA, CONFERIDAS ANTES DE QUALQUER APLICACAO
      *---------------------------------------------------------
       77 WRK-QTDE-DEC PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-DECISOES.
           05 WRK-DEC-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-DEC.
               10 WRK-DEC-USUARIO      PIC X(20).
               10 WRK-DEC-NIVEL        PIC 9(02).
               10 WRK-DEC-DECISAO      PIC X(01).
                   88 WRK-DEC-CONFIRMA     VALUE 'C'.
                   88 WRK-DEC-REVOGA       VALUE 'R'.
               10 WRK-DEC-RESPONSAVEL  PIC X(20).
               10 WRK-DEC-ERRO         PIC X(30).
       77 WRK-DEC-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-DEC-ACHADA VALUE 'S'.
      *---------------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------------
       01  WRK-LINHA-DECISAO.
           05 WRK-LD-USUARIO       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LD-NIVEL         PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LD-RESULTADO     PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LD-RESPONSAVEL   PIC X(20).
       01  WRK-LINHA-ERRO.
           05 FILLER               PIC X(08) VALUE 'LINHA '.
           05 WRK-LE-LINHA         PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LE-USUARIO       PIC X(20).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 WRK-LE-ERRO          PIC X(30).
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-DESCRICAO     PIC X(40).
           05 WRK-LT-QTDE          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 1100-CARREGAR-DECISAO THRU 1100-EXIT
                   UNTIL WRK-EOF-DECISOES
               IF WRK-QTDE-COM-ERRO > ZEROS
                   PERFORM 2000-EMITIR-ERROS THRU 2000-EXIT
               ELSE
                   PERFORM 3000-APLICAR-DECISAO THRU 3000-EXIT
                       VARYING WRK-IDX-DEC FROM 1 BY 1
                       UNTIL WRK-IDX-DEC > WRK-QTDE-DEC
               END-IF
               PERFORM 4000-EMITIR-TOTAIS THRU 4000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS; O CONTROLE DE BLOQUEIO E CRIADO NO
      * PRIMEIRO USO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           OPEN INPUT RECERT-DECISIONS.
           OPEN OUTPUT RECERT-APPLY-REPORT.
           IF WRK-FS-DECISOES NOT = '00' OR
              WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - DECISOES '
                   WRK-FS-DECISOES ' RELATORIO ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O LOCK-FILE.
           IF WRK-FS-LOCK = '35'
               OPEN OUTPUT LOCK-FILE
               CLOSE LOCK-FILE
               OPEN I-O LOCK-FILE
           END-IF.
           IF WRK-FS-LOCK NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE BLOQUEIO - FS '
                   WRK-FS-LOCK
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-FS-AUDIT = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           MOVE SPACES TO REL-LINHA.
           STRING 'DECISOES DA RECERTIFICACAO DE ACESSOS APLICADAS EM '
               DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA E CONFERE UMA LINHA DA FOLHA
      *----------------------------------------------------------
       1100-CARREGAR-DECISAO.
           READ RECERT-DECISIONS
               AT END
                   MOVE 'Y' TO WRK-EOF-DECISOES-SW
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDAS.
           IF WRK-QTDE-DEC >= 1000
               DISPLAY 'ERRO - TABELA DE DECISOES CHEIA, FOLHA NAO '
                   'APLICADA: ' DEC-USUARIO
               ADD 1 TO WRK-QTDE-COM-ERRO
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DEC.
           SET WRK-IDX-DEC TO WRK-QTDE-DEC.
           MOVE DEC-USUARIO TO WRK-DEC-USUARIO (WRK-IDX-DEC).
           MOVE DEC-DECISAO TO WRK-DEC-DECISAO (WRK-IDX-DEC).
           MOVE DEC-RESPONSAVEL TO WRK-DEC-RESPONSAVEL (WRK-IDX-DEC).
           MOVE SPACES TO WRK-DEC-ERRO (WRK-IDX-DEC).
           IF DEC-NIVEL NUMERIC
               MOVE DEC-NIVEL TO WRK-DEC-NIVEL (WRK-IDX-DEC)
           ELSE
               MOVE ZEROS TO WRK-DEC-NIVEL (WRK-IDX-DEC)
           END-IF.
           IF DEC-CICLO NUMERIC AND WRK-CICLO = ZEROS
               MOVE DEC-CICLO TO WRK-CICLO
           END-IF.
           EVALUATE TRUE
               WHEN DEC-USUARIO = SPACES
                   MOVE 'USUARIO EM BRANCO' TO
                       WRK-DEC-ERRO (WRK-IDX-DEC)
               WHEN NOT DEC-CONFIRMA AND NOT DEC-REVOGA
                   MOVE 'SEM DECISAO C OU R' TO
                       WRK-DEC-ERRO (WRK-IDX-DEC)
               WHEN DEC-RESPONSAVEL = SPACES
                   MOVE 'SEM RESPONSAVEL PELA DECISAO' TO
                       WRK-DEC-ERRO (WRK-IDX-DEC)
               WHEN OTHER
                   PERFORM 1150-CONFERIR-REPETIDA THRU 1150-EXIT
           END-EVALUATE.
           IF WRK-DEC-ERRO (WRK-IDX-DEC) NOT = SPACES
               ADD 1 TO WRK-QTDE-COM-ERRO
           END-IF.
       1100-EXIT.
           EXIT.

       1150-CONFERIR-REPETIDA.
           IF WRK-QTDE-DEC < 2
               GO TO 1150-EXIT
           END-IF.
           MOVE 'N' TO WRK-DEC-ACHADA-SW.
           SET WRK-IDX-DEC TO 1.
           SEARCH WRK-DEC-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-DEC >= WRK-QTDE-DEC
                   CONTINUE
               WHEN WRK-DEC-USUARIO (WRK-IDX-DEC) = DEC-USUARIO
                   MOVE 'S' TO WRK-DEC-ACHADA-SW
           END-SEARCH.
           SET WRK-IDX-DEC TO WRK-QTDE-DEC.
           IF WRK-DEC-ACHADA
               MOVE 'USUARIO REPETIDO NA FOLHA' TO
                   WRK-DEC-ERRO (WRK-IDX-DEC)
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FOLHA INCOMPLETA: LISTA AS LINHAS A CORRIGIR E NAO APLICA
      * NENHUMA DECISAO
      *----------------------------------------------------------
       2000-EMITIR-ERROS.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'FOLHA INCOMPLETA - NENHUMA DECISAO APLICADA' TO
               REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 2100-EMITIR-ERRO THRU 2100-EXIT
               VARYING WRK-IDX-DEC FROM 1 BY 1
               UNTIL WRK-IDX-DEC > WRK-QTDE-DEC.
       2000-EXIT.
           EXIT.

       2100-EMITIR-ERRO.
           IF WRK-DEC-ERRO (WRK-IDX-DEC) = SPACES
               GO TO 2100-EXIT
           END-IF.
           SET WRK-LE-LINHA TO WRK-IDX-DEC.
           MOVE WRK-DEC-USUARIO (WRK-IDX-DEC) TO WRK-LE-USUARIO.
           MOVE WRK-DEC-ERRO (WRK-IDX-DEC) TO WRK-LE-ERRO.
           WRITE REL-LINHA FROM WRK-LINHA-ERRO.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * APLICA UMA DECISAO NO LOCK-FILE E GRAVA A AUDITORIA
      *----------------------------------------------------------
       3000-APLICAR-DECISAO.
           MOVE WRK-DEC-USUARIO (WRK-IDX-DEC) TO LOCK-USUARIO.
           IF WRK-DEC-REVOGA (WRK-IDX-DEC)
               PERFORM 3100-REVOGAR-ACESSO THRU 3100-EXIT
           ELSE
               PERFORM 3200-CONFIRMAR-ACESSO THRU 3200-EXIT
           END-IF.
           MOVE WRK-DEC-USUARIO (WRK-IDX-DEC) TO WRK-LD-USUARIO.
           MOVE WRK-DEC-NIVEL (WRK-IDX-DEC) TO WRK-LD-NIVEL.
           MOVE WRK-RESULTADO-AUDIT TO WRK-LD-RESULTADO.
           MOVE WRK-DEC-RESPONSAVEL (WRK-IDX-DEC) TO
               WRK-LD-RESPONSAVEL.
           WRITE REL-LINHA FROM WRK-LINHA-DECISAO.
           MOVE WRK-DEC-USUARIO (WRK-IDX-DEC) TO AUDIT-USUARIO.
           MOVE WRK-ANO TO AUDIT-ANO.
           MOVE WRK-MES TO AUDIT-MES.
           MOVE WRK-DIA TO AUDIT-DIA.
           MOVE WRK-DEC-NIVEL (WRK-IDX-DEC) TO AUDIT-NIVEL.
           MOVE WRK-RESULTADO-AUDIT TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
       3000-EXIT.
           EXIT.

       3100-REVOGAR-ACESSO.
           MOVE 'RECERT-REVOGA' TO WRK-RESULTADO-AUDIT.
           ADD 1 TO WRK-QTDE-REVOGADAS.
           READ LOCK-FILE
               INVALID KEY
                   MOVE ZEROS TO LOCK-TENTATIVAS
                   SET LOCK-REVOGADO TO TRUE
                   WRITE LOCK-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO REVOGAR O ACESSO - '
                               LOCK-USUARIO ' FS ' WRK-FS-LOCK
                           MOVE 8 TO RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   SET LOCK-REVOGADO TO TRUE
                   REWRITE LOCK-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO REVOGAR O ACESSO - '
                               LOCK-USUARIO ' FS ' WRK-FS-LOCK
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-CONFIRMAR-ACESSO.
           MOVE 'RECERT-CONFIRMA' TO WRK-RESULTADO-AUDIT.
           ADD 1 TO WRK-QTDE-CONFIRMADAS.
           READ LOCK-FILE
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ.
           IF NOT LOCK-REVOGADO
               GO TO 3200-EXIT
           END-IF.
           MOVE 'RECERT-REABRE' TO WRK-RESULTADO-AUDIT.
           ADD 1 TO WRK-QTDE-REABERTAS.
           MOVE ZEROS TO LOCK-TENTATIVAS.
           SET LOCK-ABERTO TO TRUE.
           REWRITE LOCK-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REABRIR O ACESSO - '
                       LOCK-USUARIO ' FS ' WRK-FS-LOCK
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
       3200-EXIT.
           EXIT.

       4000-EMITIR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CICLO ' WRK-CICLO DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LINHAS DA FOLHA' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-LIDAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'LINHAS COM PROBLEMA' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-COM-ERRO TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'ACESSOS CONFIRMADOS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-CONFIRMADAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE '  DOS QUAIS REABERTOS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-REABERTAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'ACESSOS REVOGADOS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-REVOGADAS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
       4000-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE LOCK-FILE AUDIT-LOG
           END-IF.
           CLOSE RECERT-DECISIONS RECERT-APPLY-REPORT.
           DISPLAY 'LINHAS DA FOLHA............: ' WRK-QTDE-LIDAS.
           DISPLAY 'LINHAS COM PROBLEMA........: ' WRK-QTDE-COM-ERRO.
           DISPLAY 'ACESSOS CONFIRMADOS........: ' WRK-QTDE-CONFIRMADAS.
           DISPLAY 'ACESSOS REVOGADOS..........: ' WRK-QTDE-REVOGADAS.
       8000-EXIT.
           EXIT.
