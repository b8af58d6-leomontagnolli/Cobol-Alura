       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB94.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Conversao do SECURITY-FILE para a credencial com
      *            hash: le o arquivo no layout antigo (PIN de 4
      *            digitos em claro) e grava, na ordem da chave, o
      *            arquivo SECCONV no layout novo do copybook SECUSER,
      *            com sal e hash calculados pela rotina comum
      *            PINHASH sobre o PIN antigo e a troca obrigatoria
      *            marcada. Ninguem fica trancado para fora: o
      *            usuario entra com o mesmo PIN e o PROGCOB11 obriga
      *            a troca por um PIN de 6 a 12 digitos no proximo
      *            login. PIN antigo fora do formato nao e convertido
      *            (o ADM emite um PIN novo no PROGCOB23) e devolve
      *            RC 4. Cada conversao sai no AUDIT-LOG como
      *            PIN-MIGRADO e no relatorio SECMRPT. Arquivo ja
      *            convertido nao abre no layout antigo e devolve
      *            RC 8 sem gravar nada.
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
           SELECT OLD-SECURITY-FILE ASSIGN TO "SECOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-USUARIO
               FILE STATUS IS WRK-FS-ANTIGO.
           SELECT SECURITY-CONVERTED ASSIGN TO "SECCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVERTIDO.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT MIGRATION-REPORT ASSIGN TO "SECMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------
      * LAYOUT ANTERIOR DO SECURITY-FILE (PIN EM CLARO), USADO SO
      * NESTA CONVERSAO
      *---------------------------------------------------------
       FD  OLD-SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-REGISTRO.
           05 OLD-USUARIO       PIC X(20).
           05 OLD-PIN           PIC 9(04).
           05 OLD-VALIDADE      PIC 9(08).
       FD  SECURITY-CONVERTED
           LABEL RECORDS ARE STANDARD.
       COPY SECUSER.
       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       FD  MIGRATION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-ANTIGO PIC X(02) VALUE '00'.
       77 WRK-FS-CONVERTIDO PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-ANTIGO-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-ANTIGO VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-QTDE-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-CONVERTIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RECUSADOS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * AREA DA ROTINA COMUM PINHASH
      *---------------------------------------------------------
       COPY PINAREA REPLACING ==:PREFIXO:== BY ==CRD==.
      *---------------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------------
       01  WRK-LINHA-USUARIO.
           05 WRK-LU-USUARIO       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LU-SITUACAO      PIC X(50).
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-DESCRICAO     PIC X(40).
           05 WRK-LT-QTDE          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-ARQUIVOS-ABERTOS
               PERFORM 2000-CONVERTER-USUARIO THRU 2000-EXIT
                   UNTIL WRK-EOF-ANTIGO
               PERFORM 4000-EMITIR-TOTAIS THRU 4000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE OS ARQUIVOS; O SECURITY-FILE SO ABRE NO LAYOUT
      * ANTIGO, O QUE IMPEDE CONVERTER DUAS VEZES
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           OPEN INPUT OLD-SECURITY-FILE.
           IF WRK-FS-ANTIGO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O SECURITY-FILE NO LAYOUT '
                   'ANTIGO (JA CONVERTIDO?) - FS ' WRK-FS-ANTIGO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT SECURITY-CONVERTED MIGRATION-REPORT.
           IF WRK-FS-CONVERTIDO NOT = '00' OR
              WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CONVERTIDO '
                   WRK-FS-CONVERTIDO ' RELATORIO ' WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               CLOSE OLD-SECURITY-FILE
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-FS-AUDIT = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONVERSAO DO SECURITY-FILE PARA PIN COM HASH EM '
               DELIMITED BY SIZE
               WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONVERTE UM USUARIO: SAL E HASH DO PIN ANTIGO, VALIDADE
      * MANTIDA E TROCA OBRIGATORIA MARCADA PELA PINHASH
      *----------------------------------------------------------
       2000-CONVERTER-USUARIO.
           READ OLD-SECURITY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WRK-EOF-ANTIGO-SW
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE OLD-USUARIO TO WRK-LU-USUARIO.
           IF OLD-PIN NOT NUMERIC
               MOVE 'NAO CONVERTIDO - PIN ANTIGO INVALIDO, EMITIR NOVO'
                   TO WRK-LU-SITUACAO
               WRITE REL-LINHA FROM WRK-LINHA-USUARIO
               ADD 1 TO WRK-QTDE-RECUSADOS
               GO TO 2000-EXIT
           END-IF.
           MOVE OLD-USUARIO TO SEC-USUARIO.
           MOVE ZEROS TO SEC-SAL SEC-HASH.
           IF OLD-VALIDADE NUMERIC
               MOVE OLD-VALIDADE TO SEC-VALIDADE
           ELSE
               MOVE ZEROS TO SEC-VALIDADE
           END-IF.
           SET CRD-MIGRAR TO TRUE.
           MOVE OLD-PIN TO CRD-PIN.
           CALL 'PINHASH' USING CRD-AREA SEC-REGISTRO.
           MOVE SPACES TO CRD-PIN.
           MOVE ZEROS TO OLD-PIN.
           IF NOT CRD-ACEITO
               MOVE 'NAO CONVERTIDO - PIN ANTIGO INVALIDO, EMITIR NOVO'
                   TO WRK-LU-SITUACAO
               WRITE REL-LINHA FROM WRK-LINHA-USUARIO
               ADD 1 TO WRK-QTDE-RECUSADOS
               GO TO 2000-EXIT
           END-IF.
           WRITE SEC-REGISTRO.
           ADD 1 TO WRK-QTDE-CONVERTIDOS.
           MOVE 'CONVERTIDO - TROCA OBRIGATORIA NO PROXIMO LOGIN'
               TO WRK-LU-SITUACAO.
           WRITE REL-LINHA FROM WRK-LINHA-USUARIO.
           MOVE SPACES TO AUDIT-REGISTRO.
           MOVE OLD-USUARIO TO AUDIT-USUARIO.
           MOVE WRK-ANO TO AUDIT-ANO.
           MOVE WRK-MES TO AUDIT-MES.
           MOVE WRK-DIA TO AUDIT-DIA.
           MOVE ZEROS TO AUDIT-NIVEL.
           MOVE 'PIN-MIGRADO' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
       2000-EXIT.
           EXIT.

       4000-EMITIR-TOTAIS.
           IF WRK-QTDE-RECUSADOS > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'USUARIOS LIDOS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-LIDOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'CONVERTIDOS' TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-CONVERTIDOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE 'NAO CONVERTIDOS (EMITIR PIN NOVO)' TO
               WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-RECUSADOS TO WRK-LT-QTDE.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.
       4000-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE OLD-SECURITY-FILE SECURITY-CONVERTED
                   AUDIT-LOG MIGRATION-REPORT
           END-IF.
           DISPLAY 'USUARIOS LIDOS.............: ' WRK-QTDE-LIDOS.
           DISPLAY 'CONVERTIDOS................: '
               WRK-QTDE-CONVERTIDOS.
           DISPLAY 'NAO CONVERTIDOS............: ' WRK-QTDE-RECUSADOS.
       8000-EXIT.
           EXIT.
