       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB78.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Documentos da matricula: pela matricula, mostra a
      *            lista de documentos exigidos para a turma do aluno
      *            (rotina comum DOCCHECK sobre a lista DOCREQ) com o
      *            que ja foi entregue e o que esta pendente, e
      *            registra no DOC-TRACKING cada documento recebido
      *            no balcao, com a data e o usuario. CHAMADO pelo
      *            dispatcher de sessao do PROGCOB11, com cada
      *            entrega registrada no AUDIT-LOG.
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
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT DOC-TRACKING ASSIGN TO "DOCTRACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTR-CHAVE
               FILE STATUS IS WRK-FS-ENTREGAS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  DOC-TRACKING
           LABEL RECORDS ARE STANDARD.
       COPY DOCTREC REPLACING ==:PREFIXO:== BY ==DTR==.
       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY DOCLIST REPLACING ==:PREFIXO:== BY ==DCK==.

       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-ENTREGAS PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT PIC X(02) VALUE '00'.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-MATRICULA-BUSCA PIC 9(07) VALUE ZEROS.
       77 WRK-DV-VALIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-DV-VALIDO VALUE 'S'.
       77 WRK-RESULTADO-AUX PIC X(15) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-ALUNO-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-ALUNO-ACHADO VALUE 'S'.
       77 WRK-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-ENTREGAS-ABERTO VALUE 'S'.
       77 WRK-FIM-LANCAMENTO-SW PIC X(01) VALUE 'N'.
           88 WRK-FIM-LANCAMENTO VALUE 'S'.
       77 WRK-NA-LISTA-SW PIC X(01) VALUE 'N'.
           88 WRK-DOCUMENTO-NA-LISTA VALUE 'S'.
       77 WRK-TURMA-ALUNO PIC X(06) VALUE SPACES.
       77 WRK-DOCUMENTO PIC X(04) VALUE SPACES.
       77 WRK-IDX-DOC PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-REGISTRADOS PIC 9(02) VALUE ZEROS.
       77 WRK-TIPO-EXIBE PIC X(11) VALUE SPACES.
       77 WRK-ENTREGA-EXIBE PIC X(22) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-MOSTRAR-DOCUMENTOS THRU 2000-EXIT.
           IF WRK-ALUNO-ACHADO
               PERFORM 3000-REGISTRAR-ENTREGAS THRU 3000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      *----------------------------------------------------------
      * ZERA O ESTADO DA CHAMADA (OS VALUE SO VALEM NA PRIMEIRA),
      * OBTEM O USUARIO PARA A AUDITORIA E A MATRICULA
      *----------------------------------------------------------
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-ALUNO-ACHADO-SW.
           MOVE 'N' TO WRK-ABERTO-SW.
           MOVE 'N' TO WRK-FIM-LANCAMENTO-SW.
           MOVE ZEROS TO WRK-QTDE-REGISTRADOS.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           DISPLAY 'DOCUMENTOS DA MATRICULA'.
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
      * LOCALIZA O ALUNO NO MASTER E MOSTRA A LISTA DE DOCUMENTOS
      * DA TURMA DELE COM A SITUACAO DE CADA UM
      *----------------------------------------------------------
       2000-MOSTRAR-DOCUMENTOS.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER NOT = '00'
               DISPLAY 'STUDENT-MASTER INDISPONIVEL - FS '
                   WRK-FS-MASTER
               GO TO 2000-EXIT
           END-IF.
           MOVE WRK-MATRICULA-BUSCA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA: '
                       WRK-MATRICULA-BUSCA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ALUNO-ACHADO-SW
                   MOVE SM-TURMA TO WRK-TURMA-ALUNO
                   DISPLAY 'ALUNO ... ' SM-NOME ' TURMA ' SM-TURMA
           END-READ.
           CLOSE STUDENT-MASTER.
           IF WRK-ALUNO-ACHADO
               PERFORM 2100-LISTAR-DOCUMENTOS THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LISTAR-DOCUMENTOS.
           CALL 'DOCCHECK' USING WRK-MATRICULA-BUSCA WRK-TURMA-ALUNO
               DCK-DOCUMENTOS.
           IF DCK-QTDE-EXIGIDOS = ZEROS
               DISPLAY 'NENHUM DOCUMENTO EXIGIDO PARA A TURMA'
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-LISTAR-DOCUMENTO THRU 2200-EXIT
               VARYING WRK-IDX-DOC FROM 1 BY 1
               UNTIL WRK-IDX-DOC > DCK-QTDE-EXIGIDOS.
           DISPLAY 'OBRIGATORIOS PENDENTES: ' DCK-QTDE-PENDENTES.
       2100-EXIT.
           EXIT.

       2200-LISTAR-DOCUMENTO.
           IF DCK-DOC-EXIGIDO (WRK-IDX-DOC)
               MOVE 'OBRIGATORIO' TO WRK-TIPO-EXIBE
           ELSE
               MOVE 'OPCIONAL' TO WRK-TIPO-EXIBE
           END-IF.
           IF DCK-DOC-ENTREGA (WRK-IDX-DOC) = ZEROS
               MOVE 'PENDENTE' TO WRK-ENTREGA-EXIBE
           ELSE
               MOVE SPACES TO WRK-ENTREGA-EXIBE
               STRING 'ENTREGUE EM ' DELIMITED BY SIZE
                   DCK-DOC-ENTREGA (WRK-IDX-DOC) (7:2)
                   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   DCK-DOC-ENTREGA (WRK-IDX-DOC) (5:2)
                   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   DCK-DOC-ENTREGA (WRK-IDX-DOC) (1:4)
                   DELIMITED BY SIZE
                   INTO WRK-ENTREGA-EXIBE
           END-IF.
           DISPLAY DCK-DOC-CODIGO (WRK-IDX-DOC) ' '
               DCK-DOC-DESCRICAO (WRK-IDX-DOC) ' '
               WRK-TIPO-EXIBE ' ' WRK-ENTREGA-EXIBE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGISTRA OS DOCUMENTOS RECEBIDOS, UM CODIGO POR VEZ, ATE
      * O CODIGO EM BRANCO. O CONTROLE E CRIADO NO PRIMEIRO USO.
      *----------------------------------------------------------
       3000-REGISTRAR-ENTREGAS.
           IF DCK-QTDE-EXIGIDOS = ZEROS
               GO TO 3000-EXIT
           END-IF.
           OPEN I-O DOC-TRACKING.
           IF WRK-FS-ENTREGAS = '35'
               OPEN OUTPUT DOC-TRACKING
               CLOSE DOC-TRACKING
               OPEN I-O DOC-TRACKING
           END-IF.
           IF WRK-FS-ENTREGAS NOT = '00'
               DISPLAY 'CONTROLE DE DOCUMENTOS INDISPONIVEL - FS '
                   WRK-FS-ENTREGAS
               GO TO 3000-EXIT
           END-IF.
           MOVE 'S' TO WRK-ABERTO-SW.
           PERFORM 3100-REGISTRAR-DOCUMENTO THRU 3100-EXIT
               UNTIL WRK-FIM-LANCAMENTO.
           CLOSE DOC-TRACKING.
           MOVE 'N' TO WRK-ABERTO-SW.
           IF WRK-QTDE-REGISTRADOS > ZEROS
               PERFORM 2100-LISTAR-DOCUMENTOS THRU 2100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-REGISTRAR-DOCUMENTO.
           DISPLAY 'CODIGO DO DOCUMENTO RECEBIDO (BRANCO=FIM): '.
           MOVE SPACES TO WRK-DOCUMENTO.
           ACCEPT WRK-DOCUMENTO FROM CONSOLE.
           IF WRK-DOCUMENTO = SPACES
               MOVE 'S' TO WRK-FIM-LANCAMENTO-SW
               GO TO 3100-EXIT
           END-IF.
           MOVE 'N' TO WRK-NA-LISTA-SW.
           PERFORM 3200-PROCURAR-DOCUMENTO THRU 3200-EXIT
               VARYING WRK-IDX-DOC FROM 1 BY 1
               UNTIL WRK-IDX-DOC > DCK-QTDE-EXIGIDOS
                  OR WRK-DOCUMENTO-NA-LISTA.
           IF NOT WRK-DOCUMENTO-NA-LISTA
               DISPLAY 'DOCUMENTO ' WRK-DOCUMENTO
                   ' NAO EXIGIDO PARA A TURMA ' WRK-TURMA-ALUNO
               GO TO 3100-EXIT
           END-IF.
           MOVE WRK-MATRICULA-BUSCA TO DTR-MATRICULA.
           MOVE WRK-DOCUMENTO TO DTR-DOCUMENTO.
           MOVE WRK-DATA-HOJE TO DTR-DATA-ENTREGA.
           MOVE WRK-USUARIO TO DTR-USUARIO.
           WRITE DTR-REGISTRO
               INVALID KEY
                   DISPLAY 'DOCUMENTO ' WRK-DOCUMENTO
                       ' JA REGISTRADO COMO ENTREGUE'
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-REGISTRADOS
                   DISPLAY 'ENTREGA REGISTRADA: ' WRK-DOCUMENTO ' '
                       DCK-DOC-DESCRICAO (WRK-IDX-ACHADO)
                   MOVE 'DOC-ENTREGUE' TO WRK-RESULTADO-AUX
                   PERFORM 9000-GRAVAR-AUDITORIA THRU 9000-EXIT
           END-WRITE.
       3100-EXIT.
           EXIT.

       3200-PROCURAR-DOCUMENTO.
           IF DCK-DOC-CODIGO (WRK-IDX-DOC) = WRK-DOCUMENTO
               MOVE 'S' TO WRK-NA-LISTA-SW
               MOVE WRK-IDX-DOC TO WRK-IDX-ACHADO
           END-IF.
       3200-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF WRK-ENTREGAS-ABERTO
               CLOSE DOC-TRACKING
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
