       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB75.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Resposta da familia na campanha de rematricula:
      *            pela matricula, mostra a rematricula aberta pelo
      *            PROGCOB74 para o ano letivo seguinte (turma atual,
      *            turma projetada, situacao, saldo e prazo) e lanca
      *            a CONFIRMACAO ou a RECUSA. Confirmar exige o saldo
      *            do TUITION-MASTER quitado ou um acordo assinado e
      *            uma vaga livre na turma projetada (confirmadas
      *            contra CLASS-CAPACIDADE); a confirmada passa a
      *            reservar a vaga. Depois do prazo, ou com a
      *            rematricula expirada ou cancelada, nada muda.
      *            CHAMADO pelo dispatcher de sessao do PROGCOB11,
      *            com o lancamento registrado no AUDIT-LOG.
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
           SELECT REENROLL-MASTER ASSIGN TO "REMATRIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WRK-FS-REMATRICULA.
           SELECT TUITION-MASTER ASSIGN TO "TUITMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUI-MATRICULA
               FILE STATUS IS WRK-FS-MENSALIDADE.
           SELECT CLASS-MASTER ASSIGN TO "CLASSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLASS-CODIGO
               FILE STATUS IS WRK-FS-CLASSE.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  REENROLL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY REMAREC REPLACING ==:PREFIXO:== BY ==REM==.
       FD  TUITION-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TUITREC REPLACING ==:PREFIXO:== BY ==TUI==.
       FD  CLASS-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CLASSREC.
       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-REMATRICULA PIC X(02) VALUE '00'.
       77 WRK-FS-MENSALIDADE PIC X(02) VALUE '00'.
       77 WRK-FS-CLASSE PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT PIC X(02) VALUE '00'.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-MATRICULA-BUSCA PIC 9(07) VALUE ZEROS.
       77 WRK-DV-VALIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-DV-VALIDO VALUE 'S'.
       77 WRK-RESULTADO-AUX PIC X(15) VALUE SPACES.
       77 WRK-ANO-LETIVO PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-REMATRICULA-ACHADA VALUE 'S'.
       77 WRK-LIBERADA-SW PIC X(01) VALUE 'N'.
           88 WRK-LANCAMENTO-LIBERADO VALUE 'S'.
       77 WRK-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-REMATRICULA-ABERTA VALUE 'S'.
       77 WRK-FIM-VARREDURA-SW PIC X(01) VALUE 'N'.
           88 WRK-FIM-VARREDURA VALUE 'Y'.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
           88 WRK-RESPOSTA-CONFIRMA VALUE 'C'.
           88 WRK-RESPOSTA-RECUSA VALUE 'R'.
       77 WRK-ACORDO PIC X(01) VALUE SPACES.
           88 WRK-ACORDO-ASSINADO VALUE 'S'.
      *---------------------------------------------------------
      * DADOS DA REMATRICULA CONSULTADA, GUARDADOS ANTES DA
      * CONTAGEM DE VAGAS (A VARREDURA REPOSICIONA O ARQUIVO)
      *---------------------------------------------------------
       77 WRK-TURMA-PROJETADA PIC X(06) VALUE SPACES.
       77 WRK-NOVO-FINANCEIRO PIC X(01) VALUE SPACES.
       77 WRK-NOVO-SALDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CAPACIDADE PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CONFIRMADAS PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-EXIBE PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-MOSTRAR-REMATRICULA THRU 2000-EXIT.
           IF WRK-LANCAMENTO-LIBERADO
               PERFORM 3000-LANCAR-RESPOSTA THRU 3000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      *----------------------------------------------------------
      * ZERA O ESTADO DA CHAMADA (OS VALUE SO VALEM NA PRIMEIRA),
      * OBTEM O USUARIO PARA A AUDITORIA E A MATRICULA
      *----------------------------------------------------------
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-ACHADA-SW.
           MOVE 'N' TO WRK-LIBERADA-SW.
           MOVE 'N' TO WRK-ABERTO-SW.
           MOVE 'N' TO WRK-FIM-VARREDURA-SW.
           MOVE SPACES TO WRK-RESPOSTA.
           MOVE SPACES TO WRK-ACORDO.
           MOVE ZEROS TO WRK-QTDE-CONFIRMADAS.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-ANO-LETIVO = WRK-ANO + 1.
           DISPLAY 'REMATRICULA ' WRK-ANO-LETIVO
               ' - RESPOSTA DA FAMILIA'.
           DISPLAY 'USUARIO .. '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           CALL 'MATCKDIG' USING WRK-MATRICULA-BUSCA
               WRK-DV-VALIDO-SW.
           PERFORM 1100-REVALIDAR-MATRICULA THRU 1100-EXIT
               UNTIL WRK-DV-VALIDO.
       1000-EXIT.
           EXIT.

       1100-REVALIDAR-MATRICULA.
           DISPLAY 'MATRICULA INVALIDA (' WRK-MATRICULA-BUSCA
               ') - DIGITO VERIFICADOR NAO CONFERE'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           CALL 'MATCKDIG' USING WRK-MATRICULA-BUSCA
               WRK-DV-VALIDO-SW.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LOCALIZA E MOSTRA A REMATRICULA; SO LIBERA O LANCAMENTO
      * DENTRO DO PRAZO E COM A REMATRICULA PENDENTE, CONFIRMADA
      * OU RECUSADA
      *----------------------------------------------------------
       2000-MOSTRAR-REMATRICULA.
           OPEN I-O REENROLL-MASTER.
           IF WRK-FS-REMATRICULA NOT = '00'
               DISPLAY 'CAMPANHA DE REMATRICULA NAO ABERTA - FS '
                   WRK-FS-REMATRICULA
               GO TO 2000-EXIT
           END-IF.
           MOVE 'S' TO WRK-ABERTO-SW.
           MOVE WRK-ANO-LETIVO TO REM-ANO-LETIVO.
           MOVE WRK-MATRICULA-BUSCA TO REM-MATRICULA.
           READ REENROLL-MASTER
               INVALID KEY
                   DISPLAY 'SEM REMATRICULA ABERTA PARA A MATRICULA '
                       WRK-MATRICULA-BUSCA
                   GO TO 2000-EXIT
           END-READ.
           MOVE 'S' TO WRK-ACHADA-SW.
           MOVE REM-SALDO TO WRK-SALDO-EXIBE.
           DISPLAY 'ALUNO ............ ' REM-NOME.
           DISPLAY 'TURMA ATUAL ...... ' REM-TURMA-ATUAL.
           DISPLAY 'TURMA PROJETADA .. ' REM-TURMA-PROJETADA.
           DISPLAY 'SALDO DEVEDOR .... ' WRK-SALDO-EXIBE.
           DISPLAY 'PRAZO ............ ' REM-PRAZO (7:2) '/'
               REM-PRAZO (5:2) '/' REM-PRAZO (1:4).
           EVALUATE TRUE
               WHEN REM-PENDENTE
                   DISPLAY 'SITUACAO ......... PENDENTE'
               WHEN REM-CONFIRMADA
                   DISPLAY 'SITUACAO ......... CONFIRMADA EM '
                       REM-DATA-RESPOSTA ' POR ' REM-USUARIO
               WHEN REM-RECUSADA
                   DISPLAY 'SITUACAO ......... RECUSADA EM '
                       REM-DATA-RESPOSTA ' POR ' REM-USUARIO
               WHEN REM-EXPIRADA
                   DISPLAY 'SITUACAO ......... EXPIRADA EM '
                       REM-DATA-RESPOSTA ' - VAGA LIBERADA'
               WHEN OTHER
                   DISPLAY 'SITUACAO ......... CANCELADA EM '
                       REM-DATA-RESPOSTA
           END-EVALUATE.
           IF REM-EXPIRADA OR REM-CANCELADA
               DISPLAY 'REMATRICULA ENCERRADA - SEM LANCAMENTO'
               GO TO 2000-EXIT
           END-IF.
           IF WRK-DATA-HOJE > REM-PRAZO
               DISPLAY 'PRAZO DA CAMPANHA ENCERRADO - SEM LANCAMENTO'
               GO TO 2000-EXIT
           END-IF.
           MOVE 'S' TO WRK-LIBERADA-SW.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * C = CONFIRMA, R = RECUSA, BRANCO = DESISTE. CONFIRMAR A
      * CONFIRMADA OU RECUSAR A RECUSADA NAO MUDA NADA.
      *----------------------------------------------------------
       3000-LANCAR-RESPOSTA.
           DISPLAY 'RESPOSTA DA FAMILIA (C=CONFIRMA R=RECUSA '
               'BRANCO=DESISTE): '.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-RESPOSTA = SPACES
                   DISPLAY 'LANCAMENTO CANCELADO'
               WHEN WRK-RESPOSTA-CONFIRMA AND REM-CONFIRMADA
                   DISPLAY 'REMATRICULA JA CONFIRMADA'
               WHEN WRK-RESPOSTA-RECUSA AND REM-RECUSADA
                   DISPLAY 'REMATRICULA JA RECUSADA'
               WHEN WRK-RESPOSTA-CONFIRMA
                   PERFORM 3100-CONFIRMAR THRU 3100-EXIT
               WHEN WRK-RESPOSTA-RECUSA
                   PERFORM 3500-RECUSAR THRU 3500-EXIT
               WHEN OTHER
                   DISPLAY 'RESPOSTA INVALIDA: ' WRK-RESPOSTA
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFIRMACAO: SALDO QUITADO (OU ACORDO ASSINADO) E VAGA
      * LIVRE NA TURMA PROJETADA; A CONFIRMADA RESERVA A VAGA
      *----------------------------------------------------------
       3100-CONFIRMAR.
           MOVE REM-TURMA-PROJETADA TO WRK-TURMA-PROJETADA.
           MOVE REM-FINANCEIRO TO WRK-NOVO-FINANCEIRO.
           MOVE REM-SALDO TO WRK-NOVO-SALDO.
           PERFORM 3200-CONFERIR-FINANCEIRO THRU 3200-EXIT.
           IF WRK-NOVO-FINANCEIRO = 'B'
               DISPLAY 'CONFIRMACAO BLOQUEADA - SALDO EM ABERTO SEM '
                   'ACORDO ASSINADO'
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3300-CONFERIR-VAGA THRU 3300-EXIT.
           IF WRK-CAPACIDADE > ZEROS AND
              WRK-QTDE-CONFIRMADAS >= WRK-CAPACIDADE
               DISPLAY 'CONFIRMACAO BLOQUEADA - TURMA '
                   WRK-TURMA-PROJETADA ' SEM VAGA ('
                   WRK-QTDE-CONFIRMADAS ' DE ' WRK-CAPACIDADE ')'
               GO TO 3100-EXIT
           END-IF.
           MOVE WRK-ANO-LETIVO TO REM-ANO-LETIVO.
           MOVE WRK-MATRICULA-BUSCA TO REM-MATRICULA.
           READ REENROLL-MASTER
               INVALID KEY
                   DISPLAY 'ERRO AO RELER REMATRICULA - FS '
                       WRK-FS-REMATRICULA
                   GO TO 3100-EXIT
           END-READ.
           SET REM-CONFIRMADA TO TRUE.
           MOVE WRK-NOVO-FINANCEIRO TO REM-FINANCEIRO.
           MOVE WRK-NOVO-SALDO TO REM-SALDO.
           MOVE 'REMATRIC-CONF' TO WRK-RESULTADO-AUX.
           PERFORM 3800-REGRAVAR THRU 3800-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SALDO ATUAL DO TUITION-MASTER (SEM O MESTRE VALE O DA
      * ABERTURA). EM ABERTO, SO CONFIRMA COM ACORDO ASSINADO.
      *----------------------------------------------------------
       3200-CONFERIR-FINANCEIRO.
           OPEN INPUT TUITION-MASTER.
           IF WRK-FS-MENSALIDADE = '00'
               MOVE WRK-MATRICULA-BUSCA TO TUI-MATRICULA
               READ TUITION-MASTER
                   INVALID KEY
                       MOVE ZEROS TO WRK-NOVO-SALDO
                   NOT INVALID KEY
                       MOVE TUI-SALDO TO WRK-NOVO-SALDO
               END-READ
               CLOSE TUITION-MASTER
           END-IF.
           IF WRK-NOVO-SALDO NOT > ZEROS
               MOVE 'L' TO WRK-NOVO-FINANCEIRO
               GO TO 3200-EXIT
           END-IF.
           IF WRK-NOVO-FINANCEIRO = 'A'
               GO TO 3200-EXIT
           END-IF.
           MOVE WRK-NOVO-SALDO TO WRK-SALDO-EXIBE.
           DISPLAY 'SALDO EM ABERTO ' WRK-SALDO-EXIBE.
           DISPLAY 'ACORDO ASSINADO (S/N): '.
           ACCEPT WRK-ACORDO FROM CONSOLE.
           IF WRK-ACORDO-ASSINADO
               MOVE 'A' TO WRK-NOVO-FINANCEIRO
           ELSE
               MOVE 'B' TO WRK-NOVO-FINANCEIRO
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CAPACIDADE DA TURMA PROJETADA (ZERO = SEM CONTROLE) E
      * CONFIRMADAS DO ANO LETIVO NA MESMA TURMA
      *----------------------------------------------------------
       3300-CONFERIR-VAGA.
           MOVE ZEROS TO WRK-CAPACIDADE.
           MOVE ZEROS TO WRK-QTDE-CONFIRMADAS.
           OPEN INPUT CLASS-MASTER.
           IF WRK-FS-CLASSE NOT = '00'
               GO TO 3300-EXIT
           END-IF.
           MOVE WRK-TURMA-PROJETADA TO CLASS-CODIGO.
           READ CLASS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLASS-CAPACIDADE NUMERIC
                       MOVE CLASS-CAPACIDADE TO WRK-CAPACIDADE
                   END-IF
           END-READ.
           CLOSE CLASS-MASTER.
           IF WRK-CAPACIDADE = ZEROS
               GO TO 3300-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-VARREDURA-SW.
           MOVE WRK-ANO-LETIVO TO REM-ANO-LETIVO.
           MOVE ZEROS TO REM-MATRICULA.
           START REENROLL-MASTER KEY NOT < REM-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-VARREDURA-SW
           END-START.
           PERFORM 3400-CONTAR-CONFIRMADA THRU 3400-EXIT
               UNTIL WRK-FIM-VARREDURA.
       3300-EXIT.
           EXIT.

       3400-CONTAR-CONFIRMADA.
           READ REENROLL-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-FIM-VARREDURA-SW
               NOT AT END
                   IF REM-ANO-LETIVO NOT = WRK-ANO-LETIVO
                       MOVE 'Y' TO WRK-FIM-VARREDURA-SW
                   ELSE
                       IF REM-CONFIRMADA AND
                          REM-TURMA-PROJETADA = WRK-TURMA-PROJETADA
                           ADD 1 TO WRK-QTDE-CONFIRMADAS
                       END-IF
                   END-IF
           END-READ.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RECUSA: A VAGA RESERVADA (SE CONFIRMADA) FICA LIVRE
      *----------------------------------------------------------
       3500-RECUSAR.
           SET REM-RECUSADA TO TRUE.
           MOVE 'REMATRIC-RECUS' TO WRK-RESULTADO-AUX.
           PERFORM 3800-REGRAVAR THRU 3800-EXIT.
       3500-EXIT.
           EXIT.

       3800-REGRAVAR.
           MOVE WRK-DATA-HOJE TO REM-DATA-RESPOSTA.
           MOVE WRK-USUARIO TO REM-USUARIO.
           REWRITE REM-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR REMATRICULA - FS '
                       WRK-FS-REMATRICULA
                   GO TO 3800-EXIT
           END-REWRITE.
           IF REM-CONFIRMADA
               DISPLAY 'REMATRICULA CONFIRMADA - VAGA RESERVADA NA '
                   'TURMA ' REM-TURMA-PROJETADA
           ELSE
               DISPLAY 'REMATRICULA RECUSADA - VAGA LIBERADA'
           END-IF.
           PERFORM 9000-GRAVAR-AUDITORIA THRU 9000-EXIT.
       3800-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF WRK-REMATRICULA-ABERTA
               CLOSE REENROLL-MASTER
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA O LANCAMENTO NO MESMO AUDIT-LOG DO PROGCOB11
      *----------------------------------------------------------
       9000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-FS-AUDIT = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE WRK-USUARIO TO AUDIT-USUARIO.
           MOVE WRK-ANO TO AUDIT-ANO.
           MOVE WRK-MES TO AUDIT-MES.
           MOVE WRK-DIA TO AUDIT-DIA.
           MOVE ZEROS TO AUDIT-NIVEL.
           MOVE WRK-RESULTADO-AUX TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDIT-LOG.
       9000-EXIT.
           EXIT.
