       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB72.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Lancamento da nota das dependencias (progressao
      *            parcial, copybook DEPREC) cursadas no ano seguinte
      *            ao da reprovacao: pelo console, a secretaria
      *            consulta as dependencias do aluno e lanca a nota
      *            final de cada uma. Nota no corte de aprovacao da
      *            turma atual do aluno (rotina comum GRDPARMR)
      *            cumpre a dependencia (status C); abaixo do corte
      *            a nota fica registrada e a dependencia segue
      *            ABERTA, retendo o aluno na proxima rolagem do
      *            PROGCOB40. Dependencia do proprio ano corrente
      *            ainda nao pode ser lancada (e cursada no ano
      *            seguinte).
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
           SELECT DEPENDENCY-MASTER ASSIGN TO "DEPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPENDENCIA.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENCY-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY DEPREC REPLACING ==:PREFIXO:== BY ==DEP==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==WRK==.

       77 WRK-FS-DEPENDENCIA PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-CONSULTAR VALUE 'C'.
           88 WRK-OPCAO-NOTA      VALUE 'N'.
           88 WRK-OPCAO-FIM       VALUE 'F'.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-MATRICULA-AUX PIC 9(07) VALUE ZEROS.
       77 WRK-DV-VALIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-DV-VALIDO VALUE 'S'.
       77 WRK-EOF-DEP-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-DEP VALUE 'Y'.
       77 WRK-QTDE-LISTADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-LANCADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-CUMPRIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO-AUX PIC X(08) VALUE SPACES.
       77 WRK-MEDIA-EXIBE PIC -ZZ9,99 VALUE ZEROS.
       77 WRK-NOTA-EXIBE PIC Z9,99 VALUE ZEROS.
      *---------------------------------------------------------
      * ESCOPO E DATA DA RESOLUCAO DE PARAMETROS (ROTINA COMUM
      * GRDPARMR): A TURMA ATUAL DO ALUNO DA DEPENDENCIA
      *---------------------------------------------------------
       77 WRK-TURMA-PARAM PIC X(06) VALUE SPACES.
       77 WRK-DATA-PARAM PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------
      * NOTA FINAL DA DEPENDENCIA DIGITADA NO CONSOLE (EX. 0650 =
      * 6,50); EM BRANCO DESISTE DO LANCAMENTO
      *---------------------------------------------------------
       01  WRK-NOTA-DIGITADA.
           05 WRK-NOTA-ENTRADA     PIC X(04).
           05 WRK-NOTA-VALOR REDEFINES WRK-NOTA-ENTRADA
                                   PIC 9(02)V99.
       77 WRK-NOTA-MAXIMA PIC 9(02)V99 VALUE 10,00.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-MENU THRU 2000-EXIT
               UNTIL WRK-OPCAO-FIM.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * IDENTIFICA QUEM LANCA AS NOTAS E ABRE O CADASTRO DE
      * DEPENDENCIAS E O MASTER DE ALUNOS
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           MOVE WRK-DATA-HOJE TO WRK-DATA-PARAM.
           DISPLAY 'NOTAS DAS DEPENDENCIAS (PROGRESSAO PARCIAL)'.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           OPEN I-O DEPENDENCY-MASTER.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-DEPENDENCIA NOT = '00' OR
              WRK-FS-MASTER NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - DEPENDENCIAS '
                   WRK-FS-DEPENDENCIA ' MASTER ' WRK-FS-MASTER
               MOVE 8 TO RETURN-CODE
               MOVE 'F' TO WRK-OPCAO
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MENU DO CONSOLE: C=CONSULTAR AS DEPENDENCIAS DO ALUNO
      * N=LANCAR NOTA F=FIM
      *----------------------------------------------------------
       2000-MENU.
           DISPLAY 'OPCAO (C=CONSULTAR N=NOTA F=FIM): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-OPCAO-CONSULTAR
                   PERFORM 3000-CONSULTAR THRU 3000-EXIT
               WHEN WRK-OPCAO-NOTA
                   PERFORM 4000-LANCAR-NOTA THRU 4000-EXIT
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA: ' WRK-OPCAO
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PEDE A MATRICULA E REPETE ENQUANTO O DIGITO VERIFICADOR
      * NAO CONFERE (ROTINA COMUM MATCKDIG)
      *----------------------------------------------------------
       2500-OBTER-MATRICULA.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA-AUX FROM CONSOLE.
           CALL 'MATCKDIG' USING WRK-MATRICULA-AUX WRK-DV-VALIDO-SW.
           PERFORM 2550-REVALIDAR-MATRICULA THRU 2550-EXIT
               UNTIL WRK-DV-VALIDO.
       2500-EXIT.
           EXIT.

       2550-REVALIDAR-MATRICULA.
           DISPLAY 'MATRICULA INVALIDA (' WRK-MATRICULA-AUX
               ') - DIGITO VERIFICADOR NAO CONFERE'.
           ACCEPT WRK-MATRICULA-AUX FROM CONSOLE.
           CALL 'MATCKDIG' USING WRK-MATRICULA-AUX WRK-DV-VALIDO-SW.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LISTA NO CONSOLE TODAS AS DEPENDENCIAS DO ALUNO (START NA
      * MATRICULA, LEITURA ATE ELA MUDAR)
      *----------------------------------------------------------
       3000-CONSULTAR.
           PERFORM 2500-OBTER-MATRICULA THRU 2500-EXIT.
           MOVE ZEROS TO WRK-QTDE-LISTADAS.
           MOVE 'N' TO WRK-EOF-DEP-SW.
           MOVE WRK-MATRICULA-AUX TO DEP-MATRICULA.
           MOVE LOW-VALUES TO DEP-MATERIA.
           MOVE ZEROS TO DEP-ANO-ORIGEM.
           START DEPENDENCY-MASTER KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-DEP-SW
           END-START.
           PERFORM 3100-LISTAR-DEPENDENCIA THRU 3100-EXIT
               UNTIL WRK-EOF-DEP.
           IF WRK-QTDE-LISTADAS = ZEROS
               DISPLAY 'NENHUMA DEPENDENCIA PARA A MATRICULA '
                   WRK-MATRICULA-AUX
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LISTAR-DEPENDENCIA.
           READ DEPENDENCY-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-DEP-SW
                   GO TO 3100-EXIT
           END-READ.
           IF DEP-MATRICULA NOT = WRK-MATRICULA-AUX
               MOVE 'Y' TO WRK-EOF-DEP-SW
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LISTADAS.
           IF DEP-CUMPRIDA
               MOVE 'CUMPRIDA' TO WRK-SITUACAO-AUX
           ELSE
               MOVE 'ABERTA' TO WRK-SITUACAO-AUX
           END-IF.
           MOVE DEP-MEDIA-ORIGEM TO WRK-MEDIA-EXIBE.
           MOVE DEP-NOTA TO WRK-NOTA-EXIBE.
           DISPLAY '  ' DEP-MATERIA ' DO ANO ' DEP-ANO-ORIGEM
               ' (' DEP-TURMA-ORIGEM ') MEDIA ORIGINAL '
               WRK-MEDIA-EXIBE ' NOTA ' WRK-NOTA-EXIBE ' '
               WRK-SITUACAO-AUX.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LANCA A NOTA FINAL DE UMA DEPENDENCIA: NO CORTE DA TURMA
      * ATUAL DO ALUNO ELA E CUMPRIDA; ABAIXO, A NOTA FICA
      * REGISTRADA E A DEPENDENCIA CONTINUA ABERTA
      *----------------------------------------------------------
       4000-LANCAR-NOTA.
           PERFORM 2500-OBTER-MATRICULA THRU 2500-EXIT.
           MOVE WRK-MATRICULA-AUX TO DEP-MATRICULA.
           DISPLAY 'MATERIA DA DEPENDENCIA: '.
           ACCEPT DEP-MATERIA FROM CONSOLE.
           DISPLAY 'ANO DE ORIGEM (YYYY): '.
           ACCEPT DEP-ANO-ORIGEM FROM CONSOLE.
           READ DEPENDENCY-MASTER
               INVALID KEY
                   DISPLAY 'DEPENDENCIA NAO ENCONTRADA'
                   GO TO 4000-EXIT
           END-READ.
           IF DEP-CUMPRIDA
               DISPLAY 'DEPENDENCIA JA CUMPRIDA EM ' DEP-DATA-NOTA
                   ' - NADA ALTERADO'
               GO TO 4000-EXIT
           END-IF.
           IF DEP-ANO-ORIGEM NOT < WRK-ANO
               DISPLAY 'DEPENDENCIA DO ANO ' DEP-ANO-ORIGEM
                   ' SO E CURSADA NO ANO SEGUINTE'
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-RESOLVER-CORTE THRU 4100-EXIT.
           DISPLAY 'NOTA FINAL DA DEPENDENCIA DE 0000 A 1000 '
               '(EX. 0650 = 6,50; BRANCO DESISTE): '.
           MOVE SPACES TO WRK-NOTA-ENTRADA.
           ACCEPT WRK-NOTA-ENTRADA FROM CONSOLE.
           PERFORM 4200-REVALIDAR-NOTA THRU 4200-EXIT
               UNTIL WRK-NOTA-ENTRADA = SPACES OR
                     (WRK-NOTA-ENTRADA NUMERIC AND
                      WRK-NOTA-VALOR <= WRK-NOTA-MAXIMA).
           IF WRK-NOTA-ENTRADA = SPACES
               DISPLAY 'LANCAMENTO CANCELADO - NADA ALTERADO'
               GO TO 4000-EXIT
           END-IF.
           MOVE WRK-NOTA-VALOR TO DEP-NOTA.
           MOVE WRK-DATA-HOJE TO DEP-DATA-NOTA.
           MOVE WRK-USUARIO TO DEP-USUARIO.
           IF WRK-NOTA-VALOR >= WRK-NOTA-APROVACAO
               SET DEP-CUMPRIDA TO TRUE
           END-IF.
           REWRITE DEP-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A DEPENDENCIA - FS '
                       WRK-FS-DEPENDENCIA
                   GO TO 4000-EXIT
           END-REWRITE.
           ADD 1 TO WRK-QTDE-LANCADAS.
           IF DEP-CUMPRIDA
               ADD 1 TO WRK-QTDE-CUMPRIDAS
               DISPLAY 'DEPENDENCIA CUMPRIDA.'
           ELSE
               DISPLAY 'NOTA ABAIXO DO CORTE - DEPENDENCIA SEGUE '
                   'ABERTA E RETEM O ALUNO NA PROXIMA ROLAGEM'
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CORTE DE APROVACAO DA TURMA ATUAL DO ALUNO VIGENTE NA DATA
      * DO LANCAMENTO (SEM O ALUNO NO MASTER, O DA ESCOLA)
      *----------------------------------------------------------
       4100-RESOLVER-CORTE.
           MOVE SPACES TO WRK-TURMA-PARAM.
           MOVE DEP-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SM-TURMA TO WRK-TURMA-PARAM
           END-READ.
           CALL 'GRDPARMR' USING WRK-TURMA-PARAM WRK-DATA-PARAM
               WRK-REGISTRO.
       4100-EXIT.
           EXIT.

       4200-REVALIDAR-NOTA.
           DISPLAY 'NOTA INVALIDA (' WRK-NOTA-ENTRADA
               ') - INFORME DE 0000 A 1000 OU BRANCO'.
           MOVE SPACES TO WRK-NOTA-ENTRADA.
           ACCEPT WRK-NOTA-ENTRADA FROM CONSOLE.
       4200-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE DEPENDENCY-MASTER.
           CLOSE STUDENT-MASTER.
           DISPLAY 'NOTAS LANCADAS: ' WRK-QTDE-LANCADAS.
           DISPLAY 'DEPENDENCIAS CUMPRIDAS: ' WRK-QTDE-CUMPRIDAS.
       8000-EXIT.
           EXIT.
