       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBLEDGR.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Fim do job no livro de execucoes RUNLEDGR
      *            (copybook LEDGREC): ultimo step dos jobs guardados
      *            pelo JOBGUARD, escolhido no JCL pela faixa do
      *            maior RC dos steps anteriores. O cartao JOBCARD
      *            traz o nome do job (colunas 1-8), a faixa do RC
      *            (10-11: 00, 04 ou 08 = erro ou abend) e, na coluna
      *            13, N quando o portao do dia do GRADEBAT fechou
      *            (dia nao elegivel, nada processado). Anexa a linha
      *            F (ou N) com a data de negocio e o inicio copiados
      *            da ultima linha I do job -- corrida que passa da
      *            meia-noite continua no dia de negocio certo -- e o
      *            relogio do fim. Sem linha I (livro perdido ou step
      *            rodado a mao) a data de negocio e a de hoje, com o
      *            RUNDTOVR, e o inicio fica zerado. RC=4 quando nao
      *            consegue gravar o livro: o job ja terminou e so o
      *            registro ficou faltando.
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
           SELECT OPTIONAL JOB-CARD ASSIGN TO "JOBCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTAO.
           SELECT OPTIONAL RUN-LEDGER ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIVRO.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CARD
           LABEL RECORDS ARE STANDARD.
       01  CRD-REGISTRO.
           05 CRD-JOB              PIC X(08).
           05 FILLER               PIC X(01).
           05 CRD-RC               PIC X(02).
           05 FILLER               PIC X(01).
           05 CRD-SITUACAO         PIC X(01).
           05 FILLER               PIC X(67).
       FD  RUN-LEDGER
           LABEL RECORDS ARE STANDARD.
       COPY LEDGREC REPLACING ==:PREFIXO:== BY ==LDG==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY LEDGREC REPLACING ==:PREFIXO:== BY ==INI==.

       77 WRK-FS-CARTAO PIC X(02) VALUE '00'.
       77 WRK-FS-LIVRO PIC X(02) VALUE '00'.
       77 WRK-EOF-LIVRO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-LIVRO VALUE 'Y'.
       77 WRK-ACHOU-INICIO-SW PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-INICIO VALUE 'S'.
       77 WRK-JOB PIC X(08) VALUE SPACES.
       77 WRK-RC PIC 9(02) VALUE 8.
       77 WRK-RC-CARTAO PIC X(02) VALUE SPACES.
       77 WRK-SITUACAO PIC X(01) VALUE SPACE.
           88 WRK-NAO-ELEGIVEL VALUE 'N'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-RELOGIO PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-RELOGIO PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-RELOGIO-GRUPO REDEFINES WRK-HORA-RELOGIO.
           05 WRK-HORA-HHMMSS PIC 9(06).
           05 FILLER PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-CARTAO THRU 1000-EXIT.
           IF WRK-JOB NOT = SPACES
               PERFORM 2000-ACHAR-INICIO THRU 2000-EXIT
               PERFORM 3000-GRAVAR-FIM THRU 3000-EXIT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      * RELOGIO DO FIM E CARTAO DO JOB. FAIXA DE RC FORA DO
      * ESPERADO VALE COMO ERRO (08), PARA NAO REGISTRAR SUCESSO
      * QUE NAO HOUVE.
      *----------------------------------------------------------
       1000-LER-CARTAO.
           ACCEPT WRK-DATA-RELOGIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELOGIO FROM TIME.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           OPEN INPUT JOB-CARD.
           IF WRK-FS-CARTAO = '05'
               CLOSE JOB-CARD
           END-IF.
           IF WRK-FS-CARTAO NOT = '00'
               DISPLAY 'CARTAO JOBCARD AUSENTE - FIM DO JOB NAO '
                   'REGISTRADO'
               MOVE 4 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           READ JOB-CARD
               AT END
                   MOVE SPACES TO CRD-REGISTRO
           END-READ.
           MOVE CRD-JOB TO WRK-JOB.
           MOVE CRD-RC TO WRK-RC-CARTAO.
           MOVE CRD-SITUACAO TO WRK-SITUACAO.
           CLOSE JOB-CARD.
           IF WRK-JOB = SPACES
               DISPLAY 'CARTAO JOBCARD SEM O NOME DO JOB - FIM DO '
                   'JOB NAO REGISTRADO'
               MOVE 4 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           EVALUATE WRK-RC-CARTAO
               WHEN '00'
                   MOVE 0 TO WRK-RC
               WHEN '04'
                   MOVE 4 TO WRK-RC
               WHEN OTHER
                   MOVE 8 TO WRK-RC
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ULTIMA LINHA I DO JOB NO LIVRO: A DA CORRIDA QUE TERMINA
      *----------------------------------------------------------
       2000-ACHAR-INICIO.
           OPEN INPUT RUN-LEDGER.
           IF WRK-FS-LIVRO NOT = '00' AND WRK-FS-LIVRO NOT = '05'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-LINHA THRU 2100-EXIT
               UNTIL WRK-EOF-LIVRO.
           CLOSE RUN-LEDGER.
       2000-EXIT.
           EXIT.

       2100-LER-LINHA.
           READ RUN-LEDGER
               AT END
                   MOVE 'Y' TO WRK-EOF-LIVRO-SW
               NOT AT END
                   IF LDG-JOB = WRK-JOB AND LDG-INICIO
                       MOVE LDG-REGISTRO TO INI-REGISTRO
                       MOVE 'S' TO WRK-ACHOU-INICIO-SW
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ANEXA A LINHA DE FIM DA CORRIDA
      *----------------------------------------------------------
       3000-GRAVAR-FIM.
           OPEN EXTEND RUN-LEDGER.
           IF WRK-FS-LIVRO = '35'
               OPEN OUTPUT RUN-LEDGER
           END-IF.
           IF WRK-FS-LIVRO NOT = '00' AND WRK-FS-LIVRO NOT = '05'
               DISPLAY 'LIVRO DE EXECUCOES INDISPONIVEL - FIM DO JOB '
                   WRK-JOB ' NAO REGISTRADO - FS ' WRK-FS-LIVRO
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO LDG-REGISTRO.
           MOVE WRK-JOB TO LDG-JOB.
           IF WRK-ACHOU-INICIO
               MOVE INI-DATA-NEGOCIO TO LDG-DATA-NEGOCIO
               MOVE INI-DATA-INICIO TO LDG-DATA-INICIO
               MOVE INI-HORA-INICIO TO LDG-HORA-INICIO
           ELSE
               DISPLAY 'ATENCAO - INICIO DO JOB ' WRK-JOB
                   ' NAO ENCONTRADO NO LIVRO'
               MOVE WRK-DATA-HOJE TO LDG-DATA-NEGOCIO
               MOVE ZEROS TO LDG-DATA-INICIO
               MOVE ZEROS TO LDG-HORA-INICIO
           END-IF.
           MOVE WRK-DATA-RELOGIO TO LDG-DATA-FIM.
           MOVE WRK-HORA-HHMMSS TO LDG-HORA-FIM.
           MOVE WRK-RC TO LDG-RC.
           EVALUATE TRUE
               WHEN WRK-NAO-ELEGIVEL
                   MOVE 'N' TO LDG-TIPO
                   MOVE 'DIA NAO ELEGIVEL - PORTAO FECHADO'
                       TO LDG-MOTIVO
               WHEN WRK-RC = 0
                   MOVE 'F' TO LDG-TIPO
                   MOVE 'CONCLUIDO' TO LDG-MOTIVO
               WHEN WRK-RC = 4
                   MOVE 'F' TO LDG-TIPO
                   MOVE 'CONCLUIDO COM AVISO' TO LDG-MOTIVO
               WHEN OTHER
                   MOVE 'F' TO LDG-TIPO
                   MOVE 'ERRO OU ABEND EM ALGUM STEP' TO LDG-MOTIVO
           END-EVALUATE.
           WRITE LDG-REGISTRO.
           IF WRK-FS-LIVRO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O FIM DO JOB ' WRK-JOB
                   ' NO LIVRO - FS ' WRK-FS-LIVRO
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'FIM DO JOB ' WRK-JOB ' REGISTRADO - RC '
                   LDG-RC ' - ' LDG-MOTIVO
           END-IF.
           CLOSE RUN-LEDGER.
       3000-EXIT.
           EXIT.
