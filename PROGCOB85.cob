       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB85.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Regua de cobranca das mensalidades em atraso:
      *            percorre o mestre TUITION-MASTER (copybook
      *            TUITREC) e, pelos dias de atraso do vencimento
      *            mais antigo em aberto (TUIT-VENC-ABERTO), emite o
      *            aviso do estagio alcancado -- lembrete amigavel a
      *            partir de 10 dias, notificacao formal a partir de
      *            30 e aviso final antes do encaminhamento juridico
      *            a partir de 60. O aviso vai para o MAIL-EXTRACT
      *            da sala de expedicao, no mesmo layout das cartas
      *            do PROGCOB33 (anexado, sem apagar as cartas), com
      *            o responsavel do GUARDIAN-MASTER, e fica gravado
      *            no log COLLECTION-LOG (copybook COBRREC), chaveado
      *            por matricula + vencimento em aberto + estagio:
      *            cada estagio sai uma vez so por divida, e o log e
      *            a prova da notificacao. Pagamento ja recebido no
      *            TUITTXN e ainda nao aplicado ao mestre pelo
      *            fechamento conta como abatido, para nao cobrar
      *            quem ja pagou. Listagem dos avisos em COBRRPT.
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
           SELECT TUITION-MASTER ASSIGN TO "TUITMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUIT-MATRICULA
               FILE STATUS IS WRK-FS-MENSALIDADE.
           SELECT OPTIONAL TUITION-TXN ASSIGN TO "TUITTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TXN.
           SELECT OPTIONAL GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MATRICULA
               FILE STATUS IS WRK-FS-RESPONSAVEL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT COLLECTION-LOG ASSIGN TO "COBRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WRK-FS-LOG.
           SELECT MAIL-EXTRACT ASSIGN TO "MAILEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRACAO.
           SELECT COLLECTION-REPORT ASSIGN TO "COBRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TUITREC REPLACING ==:PREFIXO:== BY ==TUIT==.
       FD  TUITION-TXN
           LABEL RECORDS ARE STANDARD.
       01  TXN-REGISTRO.
           05 TXN-MATRICULA        PIC 9(07).
           05 TXN-TIPO             PIC X(01).
               88 TXN-PAGAMENTO        VALUE 'P'.
               88 TXN-RENEGOCIADA      VALUE 'R'.
               88 TXN-ESTORNO          VALUE 'E'.
           05 TXN-VALOR            PIC 9(07)V99.
           05 TXN-VENCIMENTO       PIC 9(08).
       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY GUARDREC REPLACING ==:PREFIXO:== BY ==GM==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  COLLECTION-LOG
           LABEL RECORDS ARE STANDARD.
       COPY COBRREC REPLACING ==:PREFIXO:== BY ==COB==.
       FD  MAIL-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  EXT-REGISTRO.
           05 EXT-TIPO             PIC X(12).
           05 EXT-MATRICULA        PIC 9(07).
           05 EXT-ALUNO            PIC X(20).
           05 EXT-RESPONSAVEL      PIC X(30).
           05 EXT-ENDERECO1        PIC X(30).
           05 EXT-ENDERECO2        PIC X(30).
           05 EXT-TELEFONE         PIC X(15).
           05 EXT-INFO             PIC X(10).
       FD  COLLECTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-MENSALIDADE PIC X(02) VALUE '00'.
       77 WRK-FS-TXN PIC X(02) VALUE '00'.
       77 WRK-FS-RESPONSAVEL PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-LOG PIC X(02) VALUE '00'.
       77 WRK-FS-EXTRACAO PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-MESTRE-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-MESTRE VALUE 'Y'.
       77 WRK-EOF-TXN-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-TXN VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-RESPONSAVEL-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-RESPONSAVEL-ABERTO VALUE 'S'.
       77 WRK-MASTER-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO VALUE 'S'.
       77 WRK-TEM-RESPONSAVEL-SW PIC X(01) VALUE 'N'.
           88 WRK-TEM-RESPONSAVEL VALUE 'S'.
       77 WRK-JA-AVISADO-SW PIC X(01) VALUE 'N'.
           88 WRK-JA-AVISADO VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-DEVEDORES PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-LEMBRETES PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-NOTIFICACOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-AVISOS-FINAIS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-JA-AVISADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-CADASTRO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-QUITADOS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * ESTAGIOS DA REGUA, EM DIAS DE ATRASO DO VENCIMENTO MAIS
      * ANTIGO EM ABERTO
      *---------------------------------------------------------
       77 WRK-DIAS-LEMBRETE PIC 9(04) VALUE 0010.
       77 WRK-DIAS-NOTIFICACAO PIC 9(04) VALUE 0030.
       77 WRK-DIAS-AVISO-FINAL PIC 9(04) VALUE 0060.
      *---------------------------------------------------------
      * PAGAMENTOS JA RECEBIDOS NO TUITTXN E AINDA NAO APLICADOS
      * AO MESTRE, SOMADOS POR MATRICULA
      *---------------------------------------------------------
       77 WRK-QTDE-CRE PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CREDITOS.
           05 WRK-CRE-ITEM OCCURS 2000 TIMES
                   INDEXED BY WRK-IDX-CRE.
               10 WRK-CRE-MATRICULA PIC 9(07).
               10 WRK-CRE-VALOR     PIC 9(07)V99.
       77 WRK-CRE-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-CRE-ACHADO VALUE 'S'.
      *---------------------------------------------------------
      * APOIO DA DIVIDA CORRENTE
      *---------------------------------------------------------
       77 WRK-SALDO-LIQUIDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(04) VALUE ZEROS.
       77 WRK-ESTAGIO PIC 9(01) VALUE ZEROS.
           88 WRK-ESTAGIO-LEMBRETE VALUE 1.
           88 WRK-ESTAGIO-NOTIFICACAO VALUE 2.
           88 WRK-ESTAGIO-AVISO-FINAL VALUE 3.
       77 WRK-NOME-ALUNO PIC X(20) VALUE SPACES.
       77 WRK-DATA-EDITADA PIC X(10) VALUE SPACES.
       01  WRK-DATA-TESTE PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-TESTE-GRUPO REDEFINES WRK-DATA-TESTE.
           05 WRK-TESTE-ANO PIC 9(04).
           05 WRK-TESTE-MES PIC 9(02).
           05 WRK-TESTE-DIA PIC 9(02).
       01  WRK-TAB-DIAS-MES VALUE '312931303130313130313031'.
           05 WRK-DIAS-MES PIC 9(02) OCCURS 12 TIMES.
       77 WRK-DATA-VALIDA-SW PIC X(01) VALUE 'N'.
           88 WRK-DATA-VALIDA VALUE 'S'.
      *---------------------------------------------------------
      * LINHAS DA LISTAGEM DOS AVISOS EMITIDOS
      *---------------------------------------------------------
       01  WRK-LINHA-AVISO.
           05 WRK-LA-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-ESTAGIO       PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-VENCIMENTO    PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-DIAS          PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LA-SALDO         PIC ZZZZZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 2000-AVALIAR-DEVEDOR THRU 2000-EXIT
                   UNTIL WRK-EOF-MESTRE
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS (O LOG E CRIADO NA PRIMEIRA CORRIDA E O
      * MAIL-EXTRACT RECEBE OS AVISOS NO FIM), SOMA OS PAGAMENTOS
      * PENDENTES E POSICIONA NO PRIMEIRO REGISTRO DO MESTRE
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-JULIANA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           OPEN INPUT TUITION-MASTER.
           OPEN OUTPUT COLLECTION-REPORT.
           IF WRK-FS-MENSALIDADE NOT = '00' OR
              WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - MESTRE '
                   WRK-FS-MENSALIDADE ' RELATORIO ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O COLLECTION-LOG.
           IF WRK-FS-LOG = '35'
               OPEN OUTPUT COLLECTION-LOG
               CLOSE COLLECTION-LOG
               OPEN I-O COLLECTION-LOG
           END-IF.
           IF WRK-FS-LOG NOT = '00'
               DISPLAY 'ERRO AO ABRIR O LOG DE COBRANCA - FS '
                   WRK-FS-LOG
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND MAIL-EXTRACT.
           IF WRK-FS-EXTRACAO = '35'
               OPEN OUTPUT MAIL-EXTRACT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           OPEN INPUT GUARDIAN-MASTER.
           IF WRK-FS-RESPONSAVEL = '00'
               MOVE 'S' TO WRK-RESPONSAVEL-ABERTO-SW
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-MASTER = '00'
               MOVE 'S' TO WRK-MASTER-ABERTO-SW
           END-IF.
           OPEN INPUT TUITION-TXN.
           IF WRK-FS-TXN = '00'
               PERFORM 1100-LER-CREDITO THRU 1100-EXIT
                   UNTIL WRK-EOF-TXN
           END-IF.
           CLOSE TUITION-TXN.
           MOVE SPACES TO REL-LINHA.
           STRING 'REGUA DE COBRANCA - AVISOS EMITIDOS EM '
               DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE
            'MATRIC. ALUNO                ESTAGIO      VENCIMENTO '
               TO REL-LINHA.
           MOVE 'DIAS      SALDO' TO REL-LINHA (54:15).
           WRITE REL-LINHA.
           MOVE ZEROS TO TUIT-MATRICULA.
           START TUITION-MASTER KEY NOT < TUIT-MATRICULA
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-MESTRE-SW
           END-START.
           IF NOT WRK-EOF-MESTRE
               PERFORM 2900-LER-MESTRE THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SOMA POR MATRICULA O PAGAMENTO, A RENEGOCIACAO E O
      * ESTORNO JA GRAVADOS NO TUITTXN E AINDA NAO APLICADOS
      *----------------------------------------------------------
       1100-LER-CREDITO.
           READ TUITION-TXN
               AT END
                   MOVE 'Y' TO WRK-EOF-TXN-SW
                   GO TO 1100-EXIT
           END-READ.
           IF (NOT TXN-PAGAMENTO AND NOT TXN-RENEGOCIADA AND
               NOT TXN-ESTORNO) OR TXN-VALOR NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1200-LOCALIZAR-CREDITO THRU 1200-EXIT.
           IF WRK-CRE-ACHADO
               ADD TXN-VALOR TO WRK-CRE-VALOR (WRK-IDX-CRE)
               GO TO 1100-EXIT
           END-IF.
           IF WRK-QTDE-CRE >= 2000
               DISPLAY 'ATENCAO - TABELA DE PAGAMENTOS PENDENTES '
                   'CHEIA, MATRICULA SEM ABATIMENTO: ' TXN-MATRICULA
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CRE.
           SET WRK-IDX-CRE TO WRK-QTDE-CRE.
           MOVE TXN-MATRICULA TO WRK-CRE-MATRICULA (WRK-IDX-CRE).
           MOVE TXN-VALOR TO WRK-CRE-VALOR (WRK-IDX-CRE).
       1100-EXIT.
           EXIT.

       1200-LOCALIZAR-CREDITO.
           MOVE 'N' TO WRK-CRE-ACHADO-SW.
           IF WRK-QTDE-CRE = ZEROS
               GO TO 1200-EXIT
           END-IF.
           SET WRK-IDX-CRE TO 1.
           SEARCH WRK-CRE-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-CRE > WRK-QTDE-CRE
                   CONTINUE
               WHEN WRK-CRE-MATRICULA (WRK-IDX-CRE) = TXN-MATRICULA
                   MOVE 'S' TO WRK-CRE-ACHADO-SW
           END-SEARCH.
       1200-EXIT.
           EXIT.

       1300-VALIDAR-DATA.
           MOVE 'N' TO WRK-DATA-VALIDA-SW.
           IF WRK-DATA-TESTE NOT NUMERIC OR WRK-TESTE-ANO < 1900
               GO TO 1300-EXIT
           END-IF.
           IF WRK-TESTE-MES < 01 OR WRK-TESTE-MES > 12
               GO TO 1300-EXIT
           END-IF.
           IF WRK-TESTE-DIA < 01 OR
              WRK-TESTE-DIA > WRK-DIAS-MES (WRK-TESTE-MES)
               GO TO 1300-EXIT
           END-IF.
           MOVE 'S' TO WRK-DATA-VALIDA-SW.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UM DEVEDOR DO MESTRE: SALDO LIQUIDO DOS PAGAMENTOS
      * PENDENTES, DIAS DE ATRASO E ESTAGIO ALCANCADO. SO O
      * ESTAGIO MAIS ALTO ALCANCADO E EMITIDO -- QUEM PASSA DIRETO
      * DOS 30 DIAS NAO RECEBE O LEMBRETE ATRASADO
      *----------------------------------------------------------
       2000-AVALIAR-DEVEDOR.
           PERFORM 2050-CONFERIR-DIVIDA THRU 2050-EXIT.
           PERFORM 2900-LER-MESTRE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2050-CONFERIR-DIVIDA.
           IF TUIT-SALDO NOT > ZEROS OR TUIT-VENC-ABERTO = ZEROS
               GO TO 2050-EXIT
           END-IF.
           MOVE TUIT-VENC-ABERTO TO WRK-DATA-TESTE.
           PERFORM 1300-VALIDAR-DATA THRU 1300-EXIT.
           IF NOT WRK-DATA-VALIDA OR
              TUIT-VENC-ABERTO NOT < WRK-DATA-HOJE
               GO TO 2050-EXIT
           END-IF.
           COMPUTE WRK-DIAS-ATRASO = WRK-JULIANA-HOJE -
               FUNCTION INTEGER-OF-DATE(TUIT-VENC-ABERTO).
           IF WRK-DIAS-ATRASO < WRK-DIAS-LEMBRETE
               GO TO 2050-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DEVEDORES.
           MOVE TUIT-SALDO TO WRK-SALDO-LIQUIDO.
           MOVE TUIT-MATRICULA TO TXN-MATRICULA.
           PERFORM 1200-LOCALIZAR-CREDITO THRU 1200-EXIT.
           IF WRK-CRE-ACHADO
               SUBTRACT WRK-CRE-VALOR (WRK-IDX-CRE)
                   FROM WRK-SALDO-LIQUIDO
           END-IF.
           IF WRK-SALDO-LIQUIDO NOT > ZEROS
               ADD 1 TO WRK-QTDE-QUITADOS
               GO TO 2050-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO >= WRK-DIAS-AVISO-FINAL
                   SET WRK-ESTAGIO-AVISO-FINAL TO TRUE
               WHEN WRK-DIAS-ATRASO >= WRK-DIAS-NOTIFICACAO
                   SET WRK-ESTAGIO-NOTIFICACAO TO TRUE
               WHEN OTHER
                   SET WRK-ESTAGIO-LEMBRETE TO TRUE
           END-EVALUATE.
           PERFORM 2100-VERIFICAR-LOG THRU 2100-EXIT.
           IF WRK-JA-AVISADO
               ADD 1 TO WRK-QTDE-JA-AVISADOS
               GO TO 2050-EXIT
           END-IF.
           MOVE TUIT-MATRICULA TO GM-MATRICULA.
           PERFORM 2200-LER-RESPONSAVEL THRU 2200-EXIT.
           IF NOT WRK-TEM-RESPONSAVEL
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2300-EMITIR-AVISO THRU 2300-EXIT.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O ESTAGIO JA SAIU PARA ESTA DIVIDA? (MESMA MATRICULA E
      * MESMO VENCIMENTO EM ABERTO NO LOG)
      *----------------------------------------------------------
       2100-VERIFICAR-LOG.
           MOVE 'N' TO WRK-JA-AVISADO-SW.
           MOVE TUIT-MATRICULA TO COB-MATRICULA.
           MOVE TUIT-VENC-ABERTO TO COB-VENC-ABERTO.
           MOVE WRK-ESTAGIO TO COB-ESTAGIO.
           READ COLLECTION-LOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-AVISADO-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RESPONSAVEL DA MATRICULA JA POSTA EM GM-MATRICULA; SEM
      * CADASTRO O AVISO NAO SAI NEM VAI AO LOG, E A PROXIMA
      * CORRIDA TENTA DE NOVO
      *----------------------------------------------------------
       2200-LER-RESPONSAVEL.
           MOVE 'N' TO WRK-TEM-RESPONSAVEL-SW.
           IF WRK-RESPONSAVEL-ABERTO
               READ GUARDIAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-RESPONSAVEL-SW
               END-READ
           END-IF.
           IF NOT WRK-TEM-RESPONSAVEL
               ADD 1 TO WRK-QTDE-SEM-CADASTRO
               DISPLAY 'ATENCAO - DEVEDOR SEM RESPONSAVEL '
                   'CADASTRADO, AVISO NAO EMITIDO: ' GM-MATRICULA
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA A CARTA NO MAIL-EXTRACT (VENCIMENTO EM ABERTO NO
      * CAMPO DE APOIO), REGISTRA O ENVIO NO LOG E LISTA O AVISO
      *----------------------------------------------------------
       2300-EMITIR-AVISO.
           MOVE SPACES TO WRK-NOME-ALUNO.
           IF WRK-MASTER-ABERTO
               MOVE TUIT-MATRICULA TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NOME TO WRK-NOME-ALUNO
               END-READ
           END-IF.
           MOVE SPACES TO WRK-DATA-EDITADA.
           STRING WRK-TESTE-DIA '/' WRK-TESTE-MES '/' WRK-TESTE-ANO
               DELIMITED BY SIZE INTO WRK-DATA-EDITADA.
           MOVE SPACES TO EXT-REGISTRO.
           EVALUATE TRUE
               WHEN WRK-ESTAGIO-AVISO-FINAL
                   MOVE 'COBR-FINAL' TO EXT-TIPO
                   MOVE 'AVISO FINAL' TO WRK-LA-ESTAGIO
                   ADD 1 TO WRK-QTDE-AVISOS-FINAIS
               WHEN WRK-ESTAGIO-NOTIFICACAO
                   MOVE 'COBR-FORMAL' TO EXT-TIPO
                   MOVE 'NOTIFICACAO' TO WRK-LA-ESTAGIO
                   ADD 1 TO WRK-QTDE-NOTIFICACOES
               WHEN OTHER
                   MOVE 'COBR-LEMBRE' TO EXT-TIPO
                   MOVE 'LEMBRETE' TO WRK-LA-ESTAGIO
                   ADD 1 TO WRK-QTDE-LEMBRETES
           END-EVALUATE.
           MOVE TUIT-MATRICULA TO EXT-MATRICULA.
           MOVE WRK-NOME-ALUNO TO EXT-ALUNO.
           MOVE GM-RESPONSAVEL TO EXT-RESPONSAVEL.
           MOVE GM-ENDERECO1 TO EXT-ENDERECO1.
           MOVE GM-ENDERECO2 TO EXT-ENDERECO2.
           MOVE GM-TELEFONE TO EXT-TELEFONE.
           MOVE WRK-DATA-EDITADA TO EXT-INFO.
           WRITE EXT-REGISTRO.
           MOVE TUIT-MATRICULA TO COB-MATRICULA.
           MOVE TUIT-VENC-ABERTO TO COB-VENC-ABERTO.
           MOVE WRK-ESTAGIO TO COB-ESTAGIO.
           MOVE WRK-DATA-HOJE TO COB-DATA-ENVIO.
           MOVE WRK-DIAS-ATRASO TO COB-DIAS-ATRASO.
           MOVE WRK-SALDO-LIQUIDO TO COB-SALDO.
           MOVE GM-RESPONSAVEL TO COB-RESPONSAVEL.
           WRITE COB-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O LOG DE COBRANCA - '
                       'MATRICULA ' TUIT-MATRICULA ' FS ' WRK-FS-LOG
                   MOVE 4 TO RETURN-CODE
           END-WRITE.
           MOVE TUIT-MATRICULA TO WRK-LA-MATRICULA.
           MOVE WRK-NOME-ALUNO TO WRK-LA-NOME.
           MOVE WRK-DATA-EDITADA TO WRK-LA-VENCIMENTO.
           MOVE WRK-DIAS-ATRASO TO WRK-LA-DIAS.
           MOVE WRK-SALDO-LIQUIDO TO WRK-LA-SALDO.
           WRITE REL-LINHA FROM WRK-LINHA-AVISO.
       2300-EXIT.
           EXIT.

       2900-LER-MESTRE.
           READ TUITION-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-MESTRE-SW
           END-READ.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS DA REGUA
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE COLLECTION-LOG
               CLOSE MAIL-EXTRACT
           END-IF.
           IF WRK-RESPONSAVEL-ABERTO
               CLOSE GUARDIAN-MASTER
           END-IF.
           IF WRK-MASTER-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           CLOSE TUITION-MASTER.
           CLOSE COLLECTION-REPORT.
           DISPLAY 'DEVEDORES COM 10 DIAS OU MAIS DE ATRASO: '
               WRK-QTDE-DEVEDORES.
           DISPLAY 'QUITADOS POR PAGAMENTO AINDA NAO APLICADO: '
               WRK-QTDE-QUITADOS.
           DISPLAY 'LEMBRETES EMITIDOS: ' WRK-QTDE-LEMBRETES.
           DISPLAY 'NOTIFICACOES FORMAIS EMITIDAS: '
               WRK-QTDE-NOTIFICACOES.
           DISPLAY 'AVISOS FINAIS EMITIDOS: ' WRK-QTDE-AVISOS-FINAIS.
           DISPLAY 'ESTAGIO JA AVISADO ANTES: ' WRK-QTDE-JA-AVISADOS.
           DISPLAY 'DEVEDORES SEM RESPONSAVEL: '
               WRK-QTDE-SEM-CADASTRO.
       8000-EXIT.
           EXIT.
