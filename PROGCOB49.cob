      *            camada de sobreposicao sem que a MEDIA-ANUAL
      *            verdadeira do GRADE-HISTORY seja tocada. Decisao
      *            repetida da mesma matricula/ano e recusada (a
      *            ultima palavra do conselho e uma so). Antes da
      *            decisao, mostra as ocorrencias disciplinares do
      *            aluno no ano (OCCURRENCE-REGISTER, PROGCOB80).
      * DATA = 01/09/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 01/09/2026 LL      Programa criado.
      * 15/10/2026 LL      A captura mostra ao conselho as
      *                    ocorrencias disciplinares do aluno no ano
      *                    (copybook OCORREC): total, graves,
      *                    advertencias e suspensoes com os dias.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL COUNCIL-DECISIONS ASSIGN TO "CNCLDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSELHO.
           SELECT OPTIONAL OCCURRENCE-REGISTER ASSIGN TO "OCORREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCORRENCIA.
       DATA DIVISION.
       FILE SECTION.
       FD  COUNCIL-DECISIONS
           LABEL RECORDS ARE STANDARD.
       COPY CNCLREC REPLACING ==:PREFIXO:== BY ==CNC==.
       FD  OCCURRENCE-REGISTER
           LABEL RECORDS ARE STANDARD.
       COPY OCORREC REPLACING ==:PREFIXO:== BY ==OCO==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY CNCLREC REPLACING ==:PREFIXO:== BY ==ENT==.
           88 WRK-JA-EXISTE VALUE 'S'.
       77 WRK-QTDE-INCLUIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-LISTADAS PIC 9(03) VALUE ZEROS.
      *---------------------------------------------------------
      * OCORRENCIAS DISCIPLINARES DO ALUNO NO ANO DA DECISAO
      *---------------------------------------------------------
       77 WRK-FS-OCORRENCIA PIC X(02) VALUE '00'.
       77 WRK-EOF-OCORRENCIA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-OCORRENCIA VALUE 'Y'.
       01  WRK-OCORRENCIAS.
           05 WRK-OCO-TOTAL        PIC 9(03).
           05 WRK-OCO-GRAVES       PIC 9(03).
           05 WRK-OCO-ADVERTENCIAS PIC 9(03).
           05 WRK-OCO-SUSPENSOES   PIC 9(03).
           05 WRK-OCO-DIAS-SUSP    PIC 9(04).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
                   'MATRICULA/ANO - NADA INCLUIDO'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3300-CONTAR-OCORRENCIAS THRU 3300-EXIT.
           DISPLAY 'CLASSIFICACAO ORIGINAL (PROGCOB09): '.
           ACCEPT ENT-CLASSE-ORIGINAL FROM CONSOLE.
           DISPLAY 'RESULTADO DO CONSELHO (EX. APROVADO-CONS): '.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONTA AS OCORRENCIAS DISCIPLINARES DA MATRICULA NO ANO DA
      * DECISAO E AS MOSTRA AO CONSELHO ANTES DO RESULTADO
      *----------------------------------------------------------
       3300-CONTAR-OCORRENCIAS.
           MOVE ZEROS TO WRK-OCORRENCIAS.
           MOVE 'N' TO WRK-EOF-OCORRENCIA-SW.
           OPEN INPUT OCCURRENCE-REGISTER.
           IF WRK-FS-OCORRENCIA NOT = '00'
               MOVE 'Y' TO WRK-EOF-OCORRENCIA-SW
           END-IF.
           PERFORM 3350-CONTAR-LINHA THRU 3350-EXIT
               UNTIL WRK-EOF-OCORRENCIA.
           CLOSE OCCURRENCE-REGISTER.
           DISPLAY 'OCORRENCIAS DISCIPLINARES NO ANO: '
               WRK-OCO-TOTAL ' (GRAVES: ' WRK-OCO-GRAVES
               ' ADVERTENCIAS: ' WRK-OCO-ADVERTENCIAS ')'.
           DISPLAY 'SUSPENSOES NO ANO: ' WRK-OCO-SUSPENSOES
               ' (' WRK-OCO-DIAS-SUSP ' DIAS LETIVOS)'.
       3300-EXIT.
           EXIT.

       3350-CONTAR-LINHA.
           READ OCCURRENCE-REGISTER
               AT END
                   MOVE 'Y' TO WRK-EOF-OCORRENCIA-SW
               NOT AT END
                   IF OCO-MATRICULA = ENT-MATRICULA AND
                      OCO-ANO = ENT-ANO
                       ADD 1 TO WRK-OCO-TOTAL
                       IF OCO-GRAVE
                           ADD 1 TO WRK-OCO-GRAVES
                       END-IF
                       IF OCO-ADVERTENCIA
                           ADD 1 TO WRK-OCO-ADVERTENCIAS
                       END-IF
                       IF OCO-SUSPENSAO
                           ADD 1 TO WRK-OCO-SUSPENSOES
                           ADD OCO-SUSP-DIAS TO WRK-OCO-DIAS-SUSP
                       END-IF
                   END-IF
           END-READ.
       3350-EXIT.
           EXIT.

       5000-LISTAR.
           MOVE ZEROS TO WRK-QTDE-LISTADAS.
           MOVE 'N' TO WRK-EOF-CONSELHO-SW.
