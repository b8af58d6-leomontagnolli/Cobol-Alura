      *                    com as imagens ANTES e DEPOIS, para a
      *                    consulta do PROGCOB61 responder quem
      *                    mudou o que e quando.
      * 15/10/2026 LL      Baixa de aluno ATIVO (desistencia ou
      *                    transferencia) anexa a linha de acerto
      *                    financeiro pendente em DESLSOL (copybook
      *                    DESLSOL) com o motivo e a data efetiva; o
      *                    PROGCOB83 cancela as parcelas futuras do
      *                    carne, cobra o mes da saida proporcional e
      *                    apura o credito a devolver no fechamento
      *                    mensal, em vez de o carne seguir faturando
      *                    e remetendo boleto de quem ja saiu.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MEMBER-HISTORY ASSIGN TO "MEMBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOTACAO.
           SELECT SETTLEMENT-PENDING ASSIGN TO "DESLSOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACERTO.
       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-TXN
       FD  MEMBER-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY MBRREC REPLACING ==:PREFIXO:== BY ==MBR==.
       FD  SETTLEMENT-PENDING
           LABEL RECORDS ARE STANDARD.
       COPY DESLSOL REPLACING ==:PREFIXO:== BY ==DSL==.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TXN PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-JRN-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-JRN-ANTES PIC X(50) VALUE SPACES.
       77 WRK-JRN-DEPOIS PIC X(50) VALUE SPACES.
      *---------------------------------------------------------
      * ACERTO FINANCEIRO PENDENTE DA BAIXA (COPYBOOK DESLSOL)
      *---------------------------------------------------------
       77 WRK-FS-ACERTO PIC X(02) VALUE '00'.
       77 WRK-ERA-ATIVO-SW PIC X(01) VALUE 'N'.
           88 WRK-ERA-ATIVO VALUE 'S'.
       77 WRK-QTDE-ACERTOS PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
      *----------------------------------------------------------
       2100-APLICAR-STATUS.
           MOVE SM-REGISTRO TO WRK-JRN-ANTES.
           MOVE 'N' TO WRK-ERA-ATIVO-SW.
           IF SM-ATIVO
               MOVE 'S' TO WRK-ERA-ATIVO-SW
           END-IF.
           IF NOT SM-ATIVO
               DISPLAY 'ATENCAO - ALUNO JA BAIXADO ANTERIORMENTE ('
                   SM-STATUS ') - MATRICULA ' SM-MATRICULA
                   DISPLAY 'STATUS APLICADO - MATRICULA ' SM-MATRICULA
                       ' NOVO STATUS ' SM-STATUS ' EM '
                       SM-STAT-DIA '/' SM-STAT-MES '/' SM-STAT-ANO
                   IF WRK-ERA-ATIVO
                       PERFORM 2150-GRAVAR-ACERTO THRU 2150-EXIT
                   END-IF
           END-REWRITE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ANEXA A BAIXA AO ARQUIVO DE ACERTOS FINANCEIROS PENDENTES
      * (COPYBOOK DESLSOL). SO O ALUNO QUE AINDA ESTAVA ATIVO GERA
      * ACERTO: A REBAIXA DE QUEM JA SAIU NAO ACERTA O CARNE DE
      * NOVO.
      *----------------------------------------------------------
       2150-GRAVAR-ACERTO.
           OPEN EXTEND SETTLEMENT-PENDING.
           IF WRK-FS-ACERTO = '35'
               OPEN OUTPUT SETTLEMENT-PENDING
           END-IF.
           MOVE SM-MATRICULA TO DSL-MATRICULA.
           MOVE SM-STATUS TO DSL-MOTIVO.
           COMPUTE DSL-DATA-EFETIVA =
               TXN-EF-ANO * 10000 + TXN-EF-MES * 100 + TXN-EF-DIA.
           WRITE DSL-REGISTRO.
           CLOSE SETTLEMENT-PENDING.
           ADD 1 TO WRK-QTDE-ACERTOS.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TROCA DE TURMA: VALIDA O DESTINO EM CLASS-MASTER, CONFERE
      * A LOTACAO E, HAVENDO VAGA, REGRAVA SM-TURMA, ATUALIZA O
           END-IF.
           DISPLAY 'TRANSACOES DE STATUS APLICADAS: '
               WRK-QTDE-APLICADAS.
           DISPLAY 'BAIXAS ENVIADAS AO ACERTO FINANCEIRO: '
               WRK-QTDE-ACERTOS.
           DISPLAY 'TROCAS DE TURMA APLICADAS: '
               WRK-QTDE-TROCADAS.
           DISPLAY 'TROCAS DESVIADAS PARA A LISTA DE ESPERA: '
