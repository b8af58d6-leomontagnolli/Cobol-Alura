       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB68.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Apuracao noturna da chamada por aula: le o
      *            arquivo de chamada do dia (ROLL-CALL, copybook
      *            CHAMREC, gravado em sala pelo PROGCOB67) e, para
      *            cada linha, acumula no mestre de frequencia por
      *            materia ATTEND-SUBJECT (copybook ATTSREC, chave
      *            matricula + materia) uma aula dada e, se a linha
      *            for F, uma falta, recalculando o percentual de
      *            presenca na materia que o PROGCOB09 usa para
      *            reprovar por falta na materia. Linha com
      *            matricula invalida ou presenca fora de P/F e
      *            rejeitada no SYSOUT sem parar a apuracao.
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
           SELECT ROLL-CALL ASSIGN TO "CHAMADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHAMADA.
           SELECT ATTEND-SUBJECT ASSIGN TO "ATTSUBJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATS-CHAVE
               FILE STATUS IS WRK-FS-FREQ-MATERIA.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLL-CALL
           LABEL RECORDS ARE STANDARD.
       COPY CHAMREC REPLACING ==:PREFIXO:== BY ==CHM==.
       FD  ATTEND-SUBJECT
           LABEL RECORDS ARE STANDARD.
       COPY ATTSREC REPLACING ==:PREFIXO:== BY ==ATS==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-CHAMADA PIC X(02) VALUE '00'.
       77 WRK-FS-FREQ-MATERIA PIC X(02) VALUE '00'.
       77 WRK-EOF-CHAMADA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CHAMADA VALUE 'Y'.
       77 WRK-FALTA-DA-AULA PIC 9(01) VALUE ZEROS.
       77 WRK-QTDE-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-APLICADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-FALTAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-LINHA THRU 2000-EXIT
               UNTIL WRK-EOF-CHAMADA.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE A CHAMADA DO DIA E O MESTRE POR MATERIA E POSICIONA
      * NA PRIMEIRA LINHA
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           DISPLAY 'DATA DO PROCESSAMENTO: ' WRK-DIA '/' WRK-MES
               '/' WRK-ANO.
           OPEN INPUT ROLL-CALL.
           PERFORM 1200-ABRIR-FREQUENCIA-IO THRU 1200-EXIT.
           IF WRK-FS-CHAMADA NOT = '00' OR
              WRK-FS-FREQ-MATERIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CHAMADA '
                   WRK-FS-CHAMADA ' FREQUENCIA POR MATERIA '
                   WRK-FS-FREQ-MATERIA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WRK-EOF-CHAMADA-SW
           ELSE
               PERFORM 3000-LER-CHAMADA THRU 3000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ABRE ATTEND-SUBJECT EM MODO I-O, CRIANDO O ARQUIVO
      * INDEXADO NA PRIMEIRA APURACAO (MESMO PADRAO DO PROGCOB17)
      *----------------------------------------------------------
       1200-ABRIR-FREQUENCIA-IO.
           OPEN I-O ATTEND-SUBJECT.
           IF WRK-FS-FREQ-MATERIA = '35'
               OPEN OUTPUT ATTEND-SUBJECT
               CLOSE ATTEND-SUBJECT
               OPEN I-O ATTEND-SUBJECT
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE A LINHA DA CHAMADA E APLICA A AULA AO MESTRE
      *----------------------------------------------------------
       2000-PROCESSAR-LINHA.
           ADD 1 TO WRK-QTDE-LIDAS.
           IF CHM-MATRICULA NOT NUMERIC OR CHM-MATRICULA = ZEROS
              OR CHM-MATERIA = SPACES
              OR NOT (CHM-PRESENTE OR CHM-AUSENTE)
               ADD 1 TO WRK-QTDE-REJEITADAS
               DISPLAY 'LINHA DE CHAMADA REJEITADA: ' CHM-REGISTRO
           ELSE
               MOVE ZEROS TO WRK-FALTA-DA-AULA
               IF CHM-AUSENTE
                   MOVE 1 TO WRK-FALTA-DA-AULA
                   ADD 1 TO WRK-QTDE-FALTAS
               END-IF
               PERFORM 2200-ATUALIZAR-FREQUENCIA THRU 2200-EXIT
               ADD 1 TO WRK-QTDE-APLICADAS
           END-IF.
           PERFORM 3000-LER-CHAMADA THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LE (OU CRIA) O REGISTRO DO ALUNO NA MATERIA, SOMA A AULA
      * E A FALTA E REGRAVA COM O PERCENTUAL RECALCULADO
      *----------------------------------------------------------
       2200-ATUALIZAR-FREQUENCIA.
           MOVE CHM-MATRICULA TO ATS-MATRICULA.
           MOVE CHM-MATERIA TO ATS-MATERIA.
           READ ATTEND-SUBJECT
               INVALID KEY
                   MOVE CHM-MATRICULA TO ATS-MATRICULA
                   MOVE CHM-MATERIA TO ATS-MATERIA
                   MOVE CHM-TURMA TO ATS-TURMA
                   MOVE ZEROS TO ATS-AULAS-DADAS
                   MOVE ZEROS TO ATS-FALTAS
                   MOVE ZEROS TO ATS-PCT-PRESENCA
                   PERFORM 2300-ACUMULAR-E-CALCULAR THRU 2300-EXIT
                   WRITE ATS-REGISTRO
               NOT INVALID KEY
                   MOVE CHM-TURMA TO ATS-TURMA
                   PERFORM 2300-ACUMULAR-E-CALCULAR THRU 2300-EXIT
                   REWRITE ATS-REGISTRO
           END-READ.
       2200-EXIT.
           EXIT.

       2300-ACUMULAR-E-CALCULAR.
           ADD 1 TO ATS-AULAS-DADAS.
           ADD WRK-FALTA-DA-AULA TO ATS-FALTAS.
           COMPUTE ATS-PCT-PRESENCA ROUNDED =
               ((ATS-AULAS-DADAS - ATS-FALTAS) * 100)
               / ATS-AULAS-DADAS.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LEITURA SEQUENCIAL DO ARQUIVO DE CHAMADA
      *----------------------------------------------------------
       3000-LER-CHAMADA.
           READ ROLL-CALL
               AT END
                   MOVE 'Y' TO WRK-EOF-CHAMADA-SW
           END-READ.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS DA APURACAO. LINHA
      * REJEITADA TERMINA COM RC=4 PARA A SECRETARIA CONFERIR.
      *----------------------------------------------------------
       8000-FINALIZAR.
           CLOSE ROLL-CALL.
           CLOSE ATTEND-SUBJECT.
           DISPLAY 'LINHAS DE CHAMADA LIDAS: ' WRK-QTDE-LIDAS.
           DISPLAY 'AULAS APLICADAS: ' WRK-QTDE-APLICADAS.
           DISPLAY 'FALTAS APLICADAS: ' WRK-QTDE-FALTAS.
           DISPLAY 'LINHAS REJEITADAS: ' WRK-QTDE-REJEITADAS.
           IF WRK-QTDE-REJEITADAS > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
