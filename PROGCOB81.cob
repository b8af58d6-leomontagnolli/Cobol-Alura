       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB81.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Acordos de parcelamento da divida de mensalidade:
      *            para cada solicitacao do ACRDSOL (aluno titular,
      *            familia opcional, numero de parcelas e primeiro
      *            vencimento) junta as parcelas FATURADAS e ja
      *            vencidas do carne CHRGSCHD (copybook CHRGREC) do
      *            titular -- e dos irmaos, quando a familia do
      *            FAMXREF e informada --, atualiza a divida com a
      *            multa e os juros de mora do MULTPARM (mesma conta
      *            do PROGCOB58) e a troca por um acordo numerado
      *            (controle ACRDCTL, cadastro ACORDOS, copybook
      *            ACRDREC) de N parcelas novas no carne do titular,
      *            AGENDADAS para a liberacao mensal do PROGCOB66 e a
      *            remessa do PROGCOB57 como qualquer outra. As
      *            parcelas originais ficam RENEGOCIADAS (nao pagas)
      *            e saem do saldo do TUITION-MASTER pela transacao
      *            R no TUITTXN. O termo de cada acordo (parcelas
      *            renegociadas e o novo cronograma) e as
      *            solicitacoes recusadas saem no ACRDRPT. O carne e
      *            regravado em CHRGNEW (o JCL troca pelo vivo,
      *            padrao SWAP do TUITRET). Acaba a edicao do carne
      *            na mao para parcelar divida de familia.
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
           SELECT RENEGOTIATION-REQUESTS ASSIGN TO "ACRDSOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SOLICITACOES.
           SELECT CHARGE-SCHEDULE ASSIGN TO "CHRGSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARNE.
           SELECT CHARGE-NEW ASSIGN TO "CHRGNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARNE-NOVO.
           SELECT TUITION-TXN ASSIGN TO "TUITTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TXN.
           SELECT AGREEMENT-MASTER ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS WRK-FS-ACORDOS.
           SELECT OPTIONAL AGREEMENT-CONTROL ASSIGN TO "ACRDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT OPTIONAL AGREEMENT-PARAMETERS ASSIGN TO "ACRDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM-ACORDO.
           SELECT OPTIONAL LATE-FEE-PARAMETERS ASSIGN TO "MULTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT OPTIONAL FAMILY-XREF ASSIGN TO "FAMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VINCULO.
           SELECT AGREEMENT-REPORT ASSIGN TO "ACRDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  RENEGOTIATION-REQUESTS
           LABEL RECORDS ARE STANDARD.
       01  SOL-REGISTRO.
           05 SOL-MATRICULA        PIC 9(07).
           05 SOL-FAMILIA          PIC 9(06).
           05 SOL-QTDE-PARCELAS    PIC 9(02).
           05 SOL-PRIMEIRO-VENC    PIC 9(08).
           05 SOL-USUARIO          PIC X(20).
       FD  CHARGE-SCHEDULE
           LABEL RECORDS ARE STANDARD.
       COPY CHRGREC REPLACING ==:PREFIXO:== BY ==CHG==.
       FD  CHARGE-NEW
           LABEL RECORDS ARE STANDARD.
       COPY CHRGREC REPLACING ==:PREFIXO:== BY ==NEW==.
       FD  TUITION-TXN
           LABEL RECORDS ARE STANDARD.
       01  TXN-REGISTRO.
           05 TXN-MATRICULA        PIC 9(07).
           05 TXN-TIPO             PIC X(01).
               88 TXN-RENEGOCIADA      VALUE 'R'.
           05 TXN-VALOR            PIC 9(07)V99.
           05 TXN-VENCIMENTO       PIC 9(08).
       FD  AGREEMENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ACRDREC REPLACING ==:PREFIXO:== BY ==ACD==.
       FD  AGREEMENT-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  CTL-REGISTRO.
           05 CTL-ULTIMO-NUMERO    PIC 9(06).
       FD  AGREEMENT-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY ACRDPARM REPLACING ==:PREFIXO:== BY ==APM==.
       FD  LATE-FEE-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY MULTREC REPLACING ==:PREFIXO:== BY ==MPM==.
       FD  FAMILY-XREF
           LABEL RECORDS ARE STANDARD.
       COPY FAMXREF REPLACING ==:PREFIXO:== BY ==XRF==.
       FD  AGREEMENT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-SOLICITACOES PIC X(02) VALUE '00'.
       77 WRK-FS-CARNE PIC X(02) VALUE '00'.
       77 WRK-FS-CARNE-NOVO PIC X(02) VALUE '00'.
       77 WRK-FS-TXN PIC X(02) VALUE '00'.
       77 WRK-FS-ACORDOS PIC X(02) VALUE '00'.
       77 WRK-FS-CONTROLE PIC X(02) VALUE '00'.
       77 WRK-FS-PARAM-ACORDO PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMETROS PIC X(02) VALUE '00'.
       77 WRK-FS-VINCULO PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-SOLICITACOES-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-SOLICITACOES VALUE 'Y'.
       77 WRK-EOF-CARNE-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CARNE VALUE 'Y'.
       77 WRK-EOF-VINCULO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-VINCULO VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-ACORDO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SOLICITADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ACEITAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RECUSADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RENEGOCIADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-NOVAS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * PARAMETROS DO ACORDO (COPYBOOK ACRDPARM) E DOS ENCARGOS
      * POR ATRASO (COPYBOOK MULTREC), COM OS PADROES DA CASA
      *---------------------------------------------------------
       77 WRK-MAX-PARCELAS PIC 9(02) VALUE 12.
       77 WRK-PCT-MULTA PIC 9(02)V99 VALUE 2,00.
       77 WRK-PCT-JUROS-MES PIC 9(02)V99 VALUE 1,00.
      *---------------------------------------------------------
      * SOLICITACOES DA CORRIDA, COM O RESULTADO DA APURACAO
      *---------------------------------------------------------
       77 WRK-QTDE-SOL PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-SOLICITACOES.
           05 WRK-SOL-ITEM OCCURS 100 TIMES
                   INDEXED BY WRK-IDX-SOL.
               10 WRK-SOL-MATRICULA    PIC 9(07).
               10 WRK-SOL-FAMILIA      PIC 9(06).
               10 WRK-SOL-QTDE-PARCELAS PIC 9(02).
               10 WRK-SOL-PRIMEIRO-VENC PIC 9(08).
               10 WRK-SOL-USUARIO      PIC X(20).
               10 WRK-SOL-MAX-PARCELA  PIC 9(02).
               10 WRK-SOL-QTDE-ORIG    PIC 9(03).
               10 WRK-SOL-PRINCIPAL    PIC 9(07)V99.
               10 WRK-SOL-ENCARGOS     PIC 9(07)V99.
               10 WRK-SOL-NUMERO       PIC 9(06).
               10 WRK-SOL-SITUACAO     PIC X(01).
                   88 WRK-SOL-PENDENTE     VALUE ' '.
                   88 WRK-SOL-ACEITA       VALUE 'S'.
                   88 WRK-SOL-RECUSADA     VALUE 'N'.
               10 WRK-SOL-MOTIVO       PIC X(40).
       77 WRK-SOL-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-SOL-ACHADA VALUE 'S'.
      *---------------------------------------------------------
      * VINCULOS MATRICULA-FAMILIA DO FAMXREF (COPYBOOK FAMXREF)
      *---------------------------------------------------------
       77 WRK-QTDE-VINCULOS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-VINCULOS.
           05 WRK-VIN-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-VIN.
               10 WRK-VIN-MATRICULA    PIC 9(07).
               10 WRK-VIN-FAMILIA      PIC 9(06).
       77 WRK-FAMILIA-ALUNO PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------------
      * PARCELAS VENCIDAS SEPARADAS PARA OS ACORDOS NA PRIMEIRA
      * PASSADA DO CARNE; A SEGUNDA PASSADA SO AS MARCA
      *---------------------------------------------------------
       77 WRK-QTDE-ORIG PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-ORIGINAIS.
           05 WRK-ORI-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-ORI.
               10 WRK-ORI-SOLICITACAO  PIC 9(03).
               10 WRK-ORI-MATRICULA    PIC 9(07).
               10 WRK-ORI-PARCELA      PIC 9(02).
               10 WRK-ORI-VENCIMENTO   PIC 9(08).
               10 WRK-ORI-VALOR        PIC 9(07)V99.
               10 WRK-ORI-ENCARGOS     PIC 9(07)V99.
       77 WRK-ORI-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-ORI-ACHADA VALUE 'S'.
       77 WRK-PARCELA-ELEGIVEL-SW PIC X(01) VALUE 'N'.
           88 WRK-PARCELA-ELEGIVEL VALUE 'S'.
      *---------------------------------------------------------
      * ENCARGOS POR ATRASO NA DATA DO ACORDO
      *---------------------------------------------------------
       77 WRK-JULIANA-VENC PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-MULTA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS PIC 9(07)V99 VALUE ZEROS.
      *---------------------------------------------------------
      * CRONOGRAMA DO ACORDO: PRIMEIRO VENCIMENTO E OS SEGUINTES
      * NO MESMO DIA DOS MESES SEGUINTES (DIA 29 A 31 VIRA 28)
      *---------------------------------------------------------
       77 WRK-VALOR-TOTAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ULTIMA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-NUM-PARCELA PIC 9(02) VALUE ZEROS.
       77 WRK-MESES PIC 9(06) VALUE ZEROS.
       77 WRK-VENC-DIA-FIXO PIC 9(02) VALUE ZEROS.
       01  WRK-VENC-PARCELA PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-PARCELA-GRUPO REDEFINES WRK-VENC-PARCELA.
           05 WRK-VP-ANO PIC 9(04).
           05 WRK-VP-MES PIC 9(02).
           05 WRK-VP-DIA PIC 9(02).
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
      * LINHAS DO TERMO DE ACORDO
      *---------------------------------------------------------
       01  WRK-LINHA-ACORDO.
           05 FILLER               PIC X(07) VALUE 'ACORDO '.
           05 WRK-LA-NUMERO        PIC 9(06).
           05 FILLER               PIC X(10) VALUE '  TITULAR '.
           05 WRK-LA-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(10) VALUE '  FAMILIA '.
           05 WRK-LA-FAMILIA       PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LA-USUARIO       PIC X(20).
       01  WRK-LINHA-ORIGINAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LO-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-LO-PARCELA       PIC 9(02).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-LO-VENCIMENTO    PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LO-VALOR         PIC ZZZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LO-ENCARGOS      PIC ZZZZZZ9,99.
       01  WRK-LINHA-TOTAIS.
           05 FILLER               PIC X(12) VALUE '  PRINCIPAL '.
           05 WRK-LT-PRINCIPAL     PIC ZZZZZZ9,99.
           05 FILLER               PIC X(11) VALUE '  ENCARGOS '.
           05 WRK-LT-ENCARGOS      PIC ZZZZZZ9,99.
           05 FILLER               PIC X(08) VALUE '  TOTAL '.
           05 WRK-LT-TOTAL         PIC ZZZZZZ9,99.
       01  WRK-LINHA-NOVA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LN-PARCELA       PIC 9(02).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-LN-VENCIMENTO    PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LN-VALOR         PIC ZZZZZZ9,99.
       01  WRK-LINHA-RECUSA.
           05 FILLER               PIC X(22) VALUE
                                       'RECUSADA - MATRICULA '.
           05 WRK-LR-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 WRK-LR-MOTIVO        PIC X(40).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 1500-APURAR-DIVIDA THRU 1500-EXIT
                   UNTIL WRK-EOF-CARNE
               PERFORM 2000-FECHAR-ACORDO THRU 2000-EXIT
                   VARYING WRK-IDX-SOL FROM 1 BY 1
                   UNTIL WRK-IDX-SOL > WRK-QTDE-SOL
               PERFORM 3000-REGRAVAR-CARNE THRU 3000-EXIT
               PERFORM 4000-EMITIR-ACORDO THRU 4000-EXIT
                   VARYING WRK-IDX-SOL FROM 1 BY 1
                   UNTIL WRK-IDX-SOL > WRK-QTDE-SOL
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS, LE OS PARAMETROS E O ULTIMO NUMERO DE
      * ACORDO E CARREGA AS SOLICITACOES E OS VINCULOS DE FAMILIA
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-JULIANA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           OPEN INPUT RENEGOTIATION-REQUESTS.
           OPEN INPUT CHARGE-SCHEDULE.
           OPEN OUTPUT AGREEMENT-REPORT.
           IF WRK-FS-SOLICITACOES NOT = '00' OR
              WRK-FS-CARNE NOT = '00' OR
              WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - SOLICITACOES '
                   WRK-FS-SOLICITACOES ' CARNE ' WRK-FS-CARNE
                   ' RELATORIO ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O AGREEMENT-MASTER.
           IF WRK-FS-ACORDOS = '35'
               OPEN OUTPUT AGREEMENT-MASTER
               CLOSE AGREEMENT-MASTER
               OPEN I-O AGREEMENT-MASTER
           END-IF.
           IF WRK-FS-ACORDOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE ACORDOS - FS '
                   WRK-FS-ACORDOS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACORDOS DE PARCELAMENTO EM ' DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1060-LER-CONTROLE THRU 1060-EXIT.
           PERFORM 1100-CARREGAR-SOLICITACAO THRU 1100-EXIT
               UNTIL WRK-EOF-SOLICITACOES.
           OPEN INPUT FAMILY-XREF.
           IF WRK-FS-VINCULO = '00'
               PERFORM 1200-CARREGAR-VINCULO THRU 1200-EXIT
                   UNTIL WRK-EOF-VINCULO
               CLOSE FAMILY-XREF
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MAXIMO DE PARCELAS DO ACRDPARM E PERCENTUAIS DE MULTA E
      * JUROS DO MULTPARM; SEM O ARQUIVO (OU COM CAMPO NAO
      * NUMERICO) FICAM OS PADROES
      *----------------------------------------------------------
       1050-LER-PARAMETROS.
           OPEN INPUT AGREEMENT-PARAMETERS.
           IF WRK-FS-PARAM-ACORDO = '00'
               READ AGREEMENT-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APM-MAX-PARCELAS NUMERIC AND
                          APM-MAX-PARCELAS > ZEROS
                           MOVE APM-MAX-PARCELAS TO WRK-MAX-PARCELAS
                       END-IF
               END-READ
               CLOSE AGREEMENT-PARAMETERS
           END-IF.
           OPEN INPUT LATE-FEE-PARAMETERS.
           IF WRK-FS-PARAMETROS = '00'
               READ LATE-FEE-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MPM-PCT-MULTA NUMERIC
                           MOVE MPM-PCT-MULTA TO WRK-PCT-MULTA
                       END-IF
                       IF MPM-PCT-JUROS-MES NUMERIC
                           MOVE MPM-PCT-JUROS-MES TO WRK-PCT-JUROS-MES
                       END-IF
               END-READ
               CLOSE LATE-FEE-PARAMETERS
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ULTIMO NUMERO DE ACORDO USADO (CONTROLE ACRDCTL, MESMO
      * PADRAO DO CERTCTL); SEM O ARQUIVO A NUMERACAO COMECA EM 1
      *----------------------------------------------------------
       1060-LER-CONTROLE.
           OPEN INPUT AGREEMENT-CONTROL.
           IF WRK-FS-CONTROLE = '00'
               READ AGREEMENT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-ULTIMO-NUMERO NUMERIC
                           MOVE CTL-ULTIMO-NUMERO TO
                               WRK-ULTIMO-ACORDO
                       END-IF
               END-READ
               CLOSE AGREEMENT-CONTROL
           END-IF.
       1060-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA UMA SOLICITACAO; MATRICULA OU QUANTIDADE DE
      * PARCELAS INVALIDA E MATRICULA REPETIDA JA NASCEM RECUSADAS
      *----------------------------------------------------------
       1100-CARREGAR-SOLICITACAO.
           READ RENEGOTIATION-REQUESTS
               AT END
                   MOVE 'Y' TO WRK-EOF-SOLICITACOES-SW
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-SOLICITADAS.
           IF WRK-QTDE-SOL >= 100
               DISPLAY 'ERRO - TABELA DE SOLICITACOES CHEIA, '
                   'MATRICULA FORA DA CORRIDA: ' SOL-MATRICULA
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SOL.
           SET WRK-IDX-SOL TO WRK-QTDE-SOL.
           MOVE SOL-MATRICULA TO WRK-SOL-MATRICULA (WRK-IDX-SOL).
           MOVE SOL-FAMILIA TO WRK-SOL-FAMILIA (WRK-IDX-SOL).
           MOVE SOL-QTDE-PARCELAS TO
               WRK-SOL-QTDE-PARCELAS (WRK-IDX-SOL).
           MOVE SOL-PRIMEIRO-VENC TO
               WRK-SOL-PRIMEIRO-VENC (WRK-IDX-SOL).
           MOVE SOL-USUARIO TO WRK-SOL-USUARIO (WRK-IDX-SOL).
           MOVE ZEROS TO WRK-SOL-MAX-PARCELA (WRK-IDX-SOL)
               WRK-SOL-QTDE-ORIG (WRK-IDX-SOL)
               WRK-SOL-PRINCIPAL (WRK-IDX-SOL)
               WRK-SOL-ENCARGOS (WRK-IDX-SOL)
               WRK-SOL-NUMERO (WRK-IDX-SOL).
           MOVE SPACES TO WRK-SOL-SITUACAO (WRK-IDX-SOL)
               WRK-SOL-MOTIVO (WRK-IDX-SOL).
           IF SOL-FAMILIA NOT NUMERIC
               MOVE ZEROS TO WRK-SOL-FAMILIA (WRK-IDX-SOL)
           END-IF.
           IF SOL-MATRICULA NOT NUMERIC OR SOL-MATRICULA = ZEROS
               MOVE ZEROS TO WRK-SOL-MATRICULA (WRK-IDX-SOL)
               MOVE 'MATRICULA INVALIDA' TO
                   WRK-SOL-MOTIVO (WRK-IDX-SOL)
               SET WRK-SOL-RECUSADA (WRK-IDX-SOL) TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF SOL-QTDE-PARCELAS NOT NUMERIC OR
              SOL-QTDE-PARCELAS = ZEROS OR
              SOL-QTDE-PARCELAS > WRK-MAX-PARCELAS
               MOVE 'QUANTIDADE DE PARCELAS FORA DO LIMITE' TO
                   WRK-SOL-MOTIVO (WRK-IDX-SOL)
               SET WRK-SOL-RECUSADA (WRK-IDX-SOL) TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-CONFERIR-REPETIDA THRU 1150-EXIT.
           IF WRK-SOL-RECUSADA (WRK-IDX-SOL)
               GO TO 1100-EXIT
           END-IF.
           MOVE SOL-PRIMEIRO-VENC TO WRK-DATA-TESTE.
           PERFORM 1300-VALIDAR-DATA THRU 1300-EXIT.
           IF NOT WRK-DATA-VALIDA OR WRK-DATA-TESTE < WRK-DATA-HOJE
               COMPUTE WRK-SOL-PRIMEIRO-VENC (WRK-IDX-SOL) =
                   FUNCTION DATE-OF-INTEGER(WRK-JULIANA-HOJE + 30)
           END-IF.
       1100-EXIT.
           EXIT.

       1150-CONFERIR-REPETIDA.
           IF WRK-QTDE-SOL < 2
               GO TO 1150-EXIT
           END-IF.
           SET WRK-IDX-SOL TO 1.
           SEARCH WRK-SOL-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-SOL >= WRK-QTDE-SOL
                   CONTINUE
               WHEN WRK-SOL-MATRICULA (WRK-IDX-SOL) = SOL-MATRICULA
                   SET WRK-IDX-SOL TO WRK-QTDE-SOL
                   MOVE 'SOLICITACAO REPETIDA NA CORRIDA' TO
                       WRK-SOL-MOTIVO (WRK-IDX-SOL)
                   SET WRK-SOL-RECUSADA (WRK-IDX-SOL) TO TRUE
           END-SEARCH.
           SET WRK-IDX-SOL TO WRK-QTDE-SOL.
       1150-EXIT.
           EXIT.

       1200-CARREGAR-VINCULO.
           READ FAMILY-XREF
               AT END
                   MOVE 'Y' TO WRK-EOF-VINCULO-SW
               NOT AT END
                   IF WRK-QTDE-VINCULOS < 1000
                       ADD 1 TO WRK-QTDE-VINCULOS
                       MOVE XRF-MATRICULA TO
                           WRK-VIN-MATRICULA (WRK-QTDE-VINCULOS)
                       MOVE XRF-FAMILIA TO
                           WRK-VIN-FAMILIA (WRK-QTDE-VINCULOS)
                   ELSE
                       DISPLAY 'ATENCAO - TABELA DE VINCULOS CHEIA, '
                           'IRMAO FORA DOS ACORDOS: ' XRF-MATRICULA
                   END-IF
           END-READ.
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
      * PRIMEIRA PASSADA DO CARNE: GUARDA A MAIOR PARCELA DO
      * TITULAR (AS DO ACORDO VEM DEPOIS DELA) E SEPARA AS
      * PARCELAS FATURADAS E VENCIDAS DE CADA SOLICITACAO, COM A
      * MULTA E OS JUROS ATE HOJE
      *----------------------------------------------------------
       1500-APURAR-DIVIDA.
           READ CHARGE-SCHEDULE
               AT END
                   MOVE 'Y' TO WRK-EOF-CARNE-SW
                   GO TO 1500-EXIT
           END-READ.
           PERFORM 2600-LOCALIZAR-SOLICITACAO THRU 2600-EXIT.
           IF NOT WRK-SOL-ACHADA
               GO TO 1500-EXIT
           END-IF.
           IF CHG-MATRICULA = WRK-SOL-MATRICULA (WRK-IDX-SOL) AND
              CHG-PARCELA > WRK-SOL-MAX-PARCELA (WRK-IDX-SOL)
               MOVE CHG-PARCELA TO WRK-SOL-MAX-PARCELA (WRK-IDX-SOL)
           END-IF.
           IF NOT WRK-SOL-PENDENTE (WRK-IDX-SOL)
               GO TO 1500-EXIT
           END-IF.
           PERFORM 2700-CONFERIR-ELEGIVEL THRU 2700-EXIT.
           IF NOT WRK-PARCELA-ELEGIVEL
               GO TO 1500-EXIT
           END-IF.
           IF WRK-QTDE-ORIG >= 500
               DISPLAY 'ERRO - TABELA DE PARCELAS RENEGOCIADAS '
                   'CHEIA - MATRICULA ' WRK-SOL-MATRICULA (WRK-IDX-SOL)
               MOVE 'LIMITE DE PARCELAS DA CORRIDA' TO
                   WRK-SOL-MOTIVO (WRK-IDX-SOL)
               SET WRK-SOL-RECUSADA (WRK-IDX-SOL) TO TRUE
               GO TO 1500-EXIT
           END-IF.
           PERFORM 2300-CALCULAR-ENCARGOS THRU 2300-EXIT.
           ADD 1 TO WRK-QTDE-ORIG.
           SET WRK-IDX-ORI TO WRK-QTDE-ORIG.
           SET WRK-ORI-SOLICITACAO (WRK-IDX-ORI) TO WRK-IDX-SOL.
           MOVE CHG-MATRICULA TO WRK-ORI-MATRICULA (WRK-IDX-ORI).
           MOVE CHG-PARCELA TO WRK-ORI-PARCELA (WRK-IDX-ORI).
           MOVE CHG-VENCIMENTO TO WRK-ORI-VENCIMENTO (WRK-IDX-ORI).
           MOVE CHG-VALOR TO WRK-ORI-VALOR (WRK-IDX-ORI).
           COMPUTE WRK-ORI-ENCARGOS (WRK-IDX-ORI) =
               WRK-MULTA + WRK-JUROS.
           ADD 1 TO WRK-SOL-QTDE-ORIG (WRK-IDX-SOL).
           ADD CHG-VALOR TO WRK-SOL-PRINCIPAL (WRK-IDX-SOL).
           ADD WRK-ORI-ENCARGOS (WRK-IDX-ORI) TO
               WRK-SOL-ENCARGOS (WRK-IDX-SOL).
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA CADA SOLICITACAO: SEM PARCELA VENCIDA OU SEM NUMERO
      * DE PARCELA LIVRE NO CARNE DO TITULAR E RECUSADA; A ACEITA
      * RECEBE O NUMERO DO ACORDO E VAI AO CADASTRO ACORDOS
      *----------------------------------------------------------
       2000-FECHAR-ACORDO.
           IF NOT WRK-SOL-PENDENTE (WRK-IDX-SOL)
               GO TO 2000-EXIT
           END-IF.
           IF WRK-SOL-QTDE-ORIG (WRK-IDX-SOL) = ZEROS
               MOVE 'SEM PARCELA VENCIDA EM ABERTO' TO
                   WRK-SOL-MOTIVO (WRK-IDX-SOL)
               SET WRK-SOL-RECUSADA (WRK-IDX-SOL) TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WRK-SOL-MAX-PARCELA (WRK-IDX-SOL) +
              WRK-SOL-QTDE-PARCELAS (WRK-IDX-SOL) > 99
               MOVE 'CARNE DO TITULAR SEM NUMERO DE PARCELA' TO
                   WRK-SOL-MOTIVO (WRK-IDX-SOL)
               SET WRK-SOL-RECUSADA (WRK-IDX-SOL) TO TRUE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WRK-ULTIMO-ACORDO.
           MOVE WRK-ULTIMO-ACORDO TO WRK-SOL-NUMERO (WRK-IDX-SOL).
           MOVE WRK-ULTIMO-ACORDO TO ACD-NUMERO.
           MOVE WRK-SOL-MATRICULA (WRK-IDX-SOL) TO ACD-MATRICULA.
           MOVE WRK-SOL-FAMILIA (WRK-IDX-SOL) TO ACD-FAMILIA.
           MOVE WRK-DATA-HOJE TO ACD-DATA.
           MOVE WRK-SOL-USUARIO (WRK-IDX-SOL) TO ACD-USUARIO.
           MOVE WRK-SOL-QTDE-ORIG (WRK-IDX-SOL) TO ACD-QTDE-ORIGINAIS.
           MOVE WRK-SOL-PRINCIPAL (WRK-IDX-SOL) TO ACD-VALOR-ORIGINAL.
           MOVE WRK-SOL-ENCARGOS (WRK-IDX-SOL) TO ACD-ENCARGOS.
           COMPUTE ACD-VALOR-TOTAL = WRK-SOL-PRINCIPAL (WRK-IDX-SOL)
               + WRK-SOL-ENCARGOS (WRK-IDX-SOL).
           MOVE WRK-SOL-QTDE-PARCELAS (WRK-IDX-SOL) TO
               ACD-QTDE-PARCELAS.
           COMPUTE ACD-PARCELA-INICIAL =
               WRK-SOL-MAX-PARCELA (WRK-IDX-SOL) + 1.
           MOVE WRK-SOL-PRIMEIRO-VENC (WRK-IDX-SOL) TO
               ACD-PRIMEIRO-VENC.
           SET ACD-VIGENTE TO TRUE.
           MOVE ZEROS TO ACD-DATA-SITUACAO ACD-VALOR-REINTEGRADO.
           WRITE ACD-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO - NUMERO DE ACORDO JA CADASTRADO: '
                       ACD-NUMERO ' - CONFERIR O CONTROLE ACRDCTL'
                   MOVE 'NUMERO DE ACORDO JA CADASTRADO' TO
                       WRK-SOL-MOTIVO (WRK-IDX-SOL)
                   SET WRK-SOL-RECUSADA (WRK-IDX-SOL) TO TRUE
                   MOVE 4 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-WRITE.
           SET WRK-SOL-ACEITA (WRK-IDX-SOL) TO TRUE.
           ADD 1 TO WRK-QTDE-ACEITAS.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ENCARGOS DA PARCELA VENCIDA NA DATA DO ACORDO, NA MESMA
      * CONTA DA BAIXA DO PROGCOB58: VENCIMENTO EM SABADO OU
      * DOMINGO PRORROGA PARA A SEGUNDA; DEPOIS, MULTA FIXA SOBRE O
      * VALOR E JUROS DE 1/30 DO PERCENTUAL MENSAL POR DIA CORRIDO
      *----------------------------------------------------------
       2300-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WRK-MULTA WRK-JUROS WRK-DIAS-ATRASO.
           COMPUTE WRK-JULIANA-VENC =
               FUNCTION INTEGER-OF-DATE(CHG-VENCIMENTO).
           IF WRK-JULIANA-VENC = ZEROS
               GO TO 2300-EXIT
           END-IF.
           MOVE WRK-JULIANA-VENC TO WRK-JULIANA-LIMITE.
           COMPUTE WRK-DIA-SEMANA =
               FUNCTION MOD(WRK-JULIANA-LIMITE, 7) + 1.
           IF WRK-SABADO
               ADD 2 TO WRK-JULIANA-LIMITE
           END-IF.
           IF WRK-DOMINGO
               ADD 1 TO WRK-JULIANA-LIMITE
           END-IF.
           IF WRK-JULIANA-HOJE <= WRK-JULIANA-LIMITE
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WRK-DIAS-ATRASO =
               WRK-JULIANA-HOJE - WRK-JULIANA-VENC.
           COMPUTE WRK-MULTA ROUNDED =
               CHG-VALOR * WRK-PCT-MULTA / 100.
           COMPUTE WRK-JUROS ROUNDED =
               CHG-VALOR * WRK-PCT-JUROS-MES / 100 / 30
                   * WRK-DIAS-ATRASO.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SOLICITACAO A QUE A LINHA DO CARNE PERTENCE: A DO PROPRIO
      * TITULAR OU A DA FAMILIA DO ALUNO NO FAMXREF
      *----------------------------------------------------------
       2600-LOCALIZAR-SOLICITACAO.
           MOVE 'N' TO WRK-SOL-ACHADA-SW.
           IF WRK-QTDE-SOL = ZEROS
               GO TO 2600-EXIT
           END-IF.
           MOVE ZEROS TO WRK-FAMILIA-ALUNO.
           IF WRK-QTDE-VINCULOS > ZEROS
               SET WRK-IDX-VIN TO 1
               SEARCH WRK-VIN-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-VIN > WRK-QTDE-VINCULOS
                       CONTINUE
                   WHEN WRK-VIN-MATRICULA (WRK-IDX-VIN) =
                            CHG-MATRICULA
                       MOVE WRK-VIN-FAMILIA (WRK-IDX-VIN) TO
                           WRK-FAMILIA-ALUNO
               END-SEARCH
           END-IF.
           SET WRK-IDX-SOL TO 1.
           SEARCH WRK-SOL-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-SOL > WRK-QTDE-SOL
                   CONTINUE
               WHEN WRK-SOL-MATRICULA (WRK-IDX-SOL) = CHG-MATRICULA
                   MOVE 'S' TO WRK-SOL-ACHADA-SW
               WHEN WRK-SOL-FAMILIA (WRK-IDX-SOL) > ZEROS AND
                    WRK-SOL-FAMILIA (WRK-IDX-SOL) = WRK-FAMILIA-ALUNO
                   MOVE 'S' TO WRK-SOL-ACHADA-SW
           END-SEARCH.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ENTRA NO ACORDO A PARCELA FATURADA JA VENCIDA QUE NAO E
      * DE OUTRO ACORDO -- SALVO ACORDO JA QUEBRADO, CUJO RESTANTE
      * PODE SER RENEGOCIADO DE NOVO
      *----------------------------------------------------------
       2700-CONFERIR-ELEGIVEL.
           MOVE 'N' TO WRK-PARCELA-ELEGIVEL-SW.
           IF NOT CHG-FATURADA OR CHG-VENCIMENTO NOT NUMERIC OR
              CHG-VENCIMENTO >= WRK-DATA-HOJE
               GO TO 2700-EXIT
           END-IF.
           IF CHG-ACORDO NUMERIC AND CHG-ACORDO > ZEROS
               MOVE CHG-ACORDO TO ACD-NUMERO
               READ AGREEMENT-MASTER
                   INVALID KEY
                       GO TO 2700-EXIT
               END-READ
               IF NOT ACD-QUEBRADO
                   GO TO 2700-EXIT
               END-IF
           END-IF.
           MOVE 'S' TO WRK-PARCELA-ELEGIVEL-SW.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SEGUNDA PASSADA: COPIA O CARNE PARA O CHRGNEW MARCANDO AS
      * PARCELAS DOS ACORDOS ACEITOS COMO RENEGOCIADAS, CADA UMA
      * COM A TRANSACAO R QUE A TIRA DO SALDO DEVEDOR
      *----------------------------------------------------------
       3000-REGRAVAR-CARNE.
           CLOSE CHARGE-SCHEDULE.
           MOVE 'N' TO WRK-EOF-CARNE-SW.
           OPEN INPUT CHARGE-SCHEDULE.
           OPEN OUTPUT CHARGE-NEW.
           OPEN EXTEND TUITION-TXN.
           IF WRK-FS-TXN = '35'
               OPEN OUTPUT TUITION-TXN
           END-IF.
           PERFORM 3100-COPIAR-PARCELA THRU 3100-EXIT
               UNTIL WRK-EOF-CARNE.
       3000-EXIT.
           EXIT.

       3100-COPIAR-PARCELA.
           READ CHARGE-SCHEDULE
               AT END
                   MOVE 'Y' TO WRK-EOF-CARNE-SW
                   GO TO 3100-EXIT
           END-READ.
           MOVE CHG-REGISTRO TO NEW-REGISTRO.
           IF CHG-ACORDO NOT NUMERIC
               MOVE ZEROS TO NEW-ACORDO
           END-IF.
           PERFORM 3200-LOCALIZAR-ORIGINAL THRU 3200-EXIT.
           IF WRK-ORI-ACHADA
               SET WRK-IDX-SOL TO WRK-ORI-SOLICITACAO (WRK-IDX-ORI)
               IF WRK-SOL-ACEITA (WRK-IDX-SOL)
                   SET NEW-RENEGOCIADA TO TRUE
                   MOVE WRK-SOL-NUMERO (WRK-IDX-SOL) TO NEW-ACORDO
                   MOVE CHG-MATRICULA TO TXN-MATRICULA
                   SET TXN-RENEGOCIADA TO TRUE
                   MOVE CHG-VALOR TO TXN-VALOR
                   MOVE CHG-VENCIMENTO TO TXN-VENCIMENTO
                   WRITE TXN-REGISTRO
                   ADD 1 TO WRK-QTDE-RENEGOCIADAS
               END-IF
           END-IF.
           WRITE NEW-REGISTRO.
       3100-EXIT.
           EXIT.

       3200-LOCALIZAR-ORIGINAL.
           MOVE 'N' TO WRK-ORI-ACHADA-SW.
           IF WRK-QTDE-ORIG = ZEROS
               GO TO 3200-EXIT
           END-IF.
           SET WRK-IDX-ORI TO 1.
           SEARCH WRK-ORI-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-ORI > WRK-QTDE-ORIG
                   CONTINUE
               WHEN WRK-ORI-MATRICULA (WRK-IDX-ORI) = CHG-MATRICULA AND
                    WRK-ORI-PARCELA (WRK-IDX-ORI) = CHG-PARCELA
                   MOVE 'S' TO WRK-ORI-ACHADA-SW
           END-SEARCH.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TERMO DO ACORDO NO ACRDRPT (PARCELAS RENEGOCIADAS E O
      * NOVO CRONOGRAMA) E AS PARCELAS NOVAS AGENDADAS NO FIM DO
      * CARNE DO TITULAR; SOLICITACAO RECUSADA SAI COM O MOTIVO
      *----------------------------------------------------------
       4000-EMITIR-ACORDO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-SOL-ACEITA (WRK-IDX-SOL)
               ADD 1 TO WRK-QTDE-RECUSADAS
               MOVE WRK-SOL-MATRICULA (WRK-IDX-SOL) TO
                   WRK-LR-MATRICULA
               MOVE WRK-SOL-MOTIVO (WRK-IDX-SOL) TO WRK-LR-MOTIVO
               WRITE REL-LINHA FROM WRK-LINHA-RECUSA
               GO TO 4000-EXIT
           END-IF.
           MOVE WRK-SOL-NUMERO (WRK-IDX-SOL) TO WRK-LA-NUMERO.
           MOVE WRK-SOL-MATRICULA (WRK-IDX-SOL) TO WRK-LA-MATRICULA.
           MOVE WRK-SOL-FAMILIA (WRK-IDX-SOL) TO WRK-LA-FAMILIA.
           MOVE WRK-SOL-USUARIO (WRK-IDX-SOL) TO WRK-LA-USUARIO.
           WRITE REL-LINHA FROM WRK-LINHA-ACORDO.
           MOVE '  PARCELAS RENEGOCIADAS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  MATRIC.  PARC  VENCTO         VALOR    ENCARGOS'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 4100-LISTAR-ORIGINAL THRU 4100-EXIT
               VARYING WRK-IDX-ORI FROM 1 BY 1
               UNTIL WRK-IDX-ORI > WRK-QTDE-ORIG.
           COMPUTE WRK-VALOR-TOTAL = WRK-SOL-PRINCIPAL (WRK-IDX-SOL)
               + WRK-SOL-ENCARGOS (WRK-IDX-SOL).
           MOVE WRK-SOL-PRINCIPAL (WRK-IDX-SOL) TO WRK-LT-PRINCIPAL.
           MOVE WRK-SOL-ENCARGOS (WRK-IDX-SOL) TO WRK-LT-ENCARGOS.
           MOVE WRK-VALOR-TOTAL TO WRK-LT-TOTAL.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAIS.
           MOVE '  NOVAS PARCELAS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  PARC  VENCTO         VALOR' TO REL-LINHA.
           WRITE REL-LINHA.
           DIVIDE WRK-VALOR-TOTAL BY
               WRK-SOL-QTDE-PARCELAS (WRK-IDX-SOL)
               GIVING WRK-VALOR-PARCELA.
           COMPUTE WRK-VALOR-ULTIMA = WRK-VALOR-TOTAL -
               WRK-VALOR-PARCELA *
               (WRK-SOL-QTDE-PARCELAS (WRK-IDX-SOL) - 1).
           MOVE WRK-SOL-PRIMEIRO-VENC (WRK-IDX-SOL) TO
               WRK-VENC-PARCELA.
           MOVE WRK-VP-DIA TO WRK-VENC-DIA-FIXO.
           IF WRK-VENC-DIA-FIXO > 28
               MOVE 28 TO WRK-VENC-DIA-FIXO
           END-IF.
           PERFORM 4200-GERAR-PARCELA THRU 4200-EXIT
               VARYING WRK-NUM-PARCELA FROM 1 BY 1
               UNTIL WRK-NUM-PARCELA >
                     WRK-SOL-QTDE-PARCELAS (WRK-IDX-SOL).
           DISPLAY 'ACORDO ' WRK-SOL-NUMERO (WRK-IDX-SOL)
               ' - TITULAR ' WRK-SOL-MATRICULA (WRK-IDX-SOL)
               ' - ' WRK-SOL-QTDE-ORIG (WRK-IDX-SOL)
               ' PARCELA(S) RENEGOCIADA(S) EM '
               WRK-SOL-QTDE-PARCELAS (WRK-IDX-SOL).
       4000-EXIT.
           EXIT.

       4100-LISTAR-ORIGINAL.
           IF WRK-ORI-SOLICITACAO (WRK-IDX-ORI) NOT = WRK-IDX-SOL
               GO TO 4100-EXIT
           END-IF.
           MOVE WRK-ORI-MATRICULA (WRK-IDX-ORI) TO WRK-LO-MATRICULA.
           MOVE WRK-ORI-PARCELA (WRK-IDX-ORI) TO WRK-LO-PARCELA.
           MOVE WRK-ORI-VENCIMENTO (WRK-IDX-ORI) TO WRK-LO-VENCIMENTO.
           MOVE WRK-ORI-VALOR (WRK-IDX-ORI) TO WRK-LO-VALOR.
           MOVE WRK-ORI-ENCARGOS (WRK-IDX-ORI) TO WRK-LO-ENCARGOS.
           WRITE REL-LINHA FROM WRK-LINHA-ORIGINAL.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * UMA PARCELA DO ACORDO: VENCIMENTO NO MES N A PARTIR DO
      * PRIMEIRO, A ULTIMA ABSORVE OS CENTAVOS DA DIVISAO
      *----------------------------------------------------------
       4200-GERAR-PARCELA.
           IF WRK-NUM-PARCELA > 1
               MOVE WRK-SOL-PRIMEIRO-VENC (WRK-IDX-SOL) TO
                   WRK-VENC-PARCELA
               COMPUTE WRK-MESES = WRK-VP-ANO * 12 + WRK-VP-MES - 1
                   + WRK-NUM-PARCELA - 1
               DIVIDE WRK-MESES BY 12 GIVING WRK-VP-ANO
                   REMAINDER WRK-VP-MES
               ADD 1 TO WRK-VP-MES
               MOVE WRK-VENC-DIA-FIXO TO WRK-VP-DIA
           END-IF.
           MOVE WRK-SOL-MATRICULA (WRK-IDX-SOL) TO NEW-MATRICULA.
           COMPUTE NEW-PARCELA = WRK-SOL-MAX-PARCELA (WRK-IDX-SOL)
               + WRK-NUM-PARCELA.
           MOVE WRK-VENC-PARCELA TO NEW-VENCIMENTO.
           IF WRK-NUM-PARCELA = WRK-SOL-QTDE-PARCELAS (WRK-IDX-SOL)
               MOVE WRK-VALOR-ULTIMA TO NEW-VALOR
           ELSE
               MOVE WRK-VALOR-PARCELA TO NEW-VALOR
           END-IF.
           SET NEW-ABERTA TO TRUE.
           MOVE WRK-SOL-NUMERO (WRK-IDX-SOL) TO NEW-ACORDO.
           WRITE NEW-REGISTRO.
           ADD 1 TO WRK-QTDE-NOVAS.
           MOVE NEW-PARCELA TO WRK-LN-PARCELA.
           MOVE NEW-VENCIMENTO TO WRK-LN-VENCIMENTO.
           MOVE NEW-VALOR TO WRK-LN-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-NOVA.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRAVA O CONTROLE COM O ULTIMO NUMERO USADO, FECHA OS
      * ARQUIVOS E APRESENTA OS TOTAIS
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               IF WRK-QTDE-ACEITAS > ZEROS
                   OPEN OUTPUT AGREEMENT-CONTROL
                   MOVE WRK-ULTIMO-ACORDO TO CTL-ULTIMO-NUMERO
                   WRITE CTL-REGISTRO
                   CLOSE AGREEMENT-CONTROL
               END-IF
               CLOSE CHARGE-SCHEDULE
               CLOSE CHARGE-NEW
               CLOSE TUITION-TXN
               CLOSE AGREEMENT-MASTER
           END-IF.
           CLOSE RENEGOTIATION-REQUESTS.
           CLOSE AGREEMENT-REPORT.
           DISPLAY 'SOLICITACOES DE ACORDO LIDAS: '
               WRK-QTDE-SOLICITADAS.
           DISPLAY 'ACORDOS FECHADOS: ' WRK-QTDE-ACEITAS.
           DISPLAY 'SOLICITACOES RECUSADAS: ' WRK-QTDE-RECUSADAS.
           DISPLAY 'PARCELAS RENEGOCIADAS (TRANSACOES R): '
               WRK-QTDE-RENEGOCIADAS.
           DISPLAY 'PARCELAS DE ACORDO AGENDADAS: ' WRK-QTDE-NOVAS.
       8000-EXIT.
           EXIT.
