       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB73.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Livro de registro dos certificados de conclusao
      *            do ano e emissao dos certificados: le o registro
      *            CERTREG (copybook CERTREC) gravado pela rolagem do
      *            PROGCOB40 e, para os certificados do ano da
      *            execucao, imprime no LIVROREG uma linha por
      *            certificado na ordem da numeracao (numero, aluno,
      *            turma/serie, data e origem da aprovacao) com o
      *            total do ano, e no CERTIFIC o certificado de cada
      *            aluno concluinte, um apos o outro.
      *            Certificados de anos anteriores no registro sao
      *            ignorados (ja constam do livro do seu ano).
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
           SELECT CERTIFICATE-REGISTRY ASSIGN TO "CERTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CERTIFICADOS.
           SELECT REGISTRY-BOOK ASSIGN TO "LIVROREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIVRO.
           SELECT CERTIFICATE-PRINT ASSIGN TO "CERTIFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMPRESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICATE-REGISTRY
           LABEL RECORDS ARE STANDARD.
       COPY CERTREC REPLACING ==:PREFIXO:== BY ==CRT==.
       FD  REGISTRY-BOOK
           LABEL RECORDS ARE STANDARD.
       01  LIV-LINHA                PIC X(80).
       FD  CERTIFICATE-PRINT
           LABEL RECORDS ARE STANDARD.
       01  CER-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-CERTIFICADOS PIC X(02) VALUE '00'.
       77 WRK-FS-LIVRO PIC X(02) VALUE '00'.
       77 WRK-FS-IMPRESSAO PIC X(02) VALUE '00'.
       77 WRK-EOF-CERT-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CERT VALUE 'Y'.
       77 WRK-QTDE-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-EMITIDOS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * DATAS DO CERTIFICADO (AAAAMMDD) REDEFINIDAS PARA IMPRESSAO
      * DD/MM/AAAA
      *---------------------------------------------------------
       01  WRK-DATA-AUX            PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05 WRK-AUX-ANO          PIC 9(04).
           05 WRK-AUX-MES          PIC 9(02).
           05 WRK-AUX-DIA          PIC 9(02).
       01  WRK-DATA-EDITADA.
           05 WRK-ED-DIA           PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-ED-MES           PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-ED-ANO           PIC 9(04).
      *---------------------------------------------------------
      * LINHA DO LIVRO DE REGISTRO
      *---------------------------------------------------------
       01  WRK-LINHA-LIVRO.
           05 WRK-LL-NUMERO        PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LL-MATRICULA     PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LL-NOME          PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LL-TURMA         PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LL-DATA          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LL-ORIGEM        PIC X(15).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT
               UNTIL WRK-EOF-CERT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * ABRE O REGISTRO E OS DOIS RELATORIOS, IMPRIME O CABECALHO
      * DO LIVRO E LE O PRIMEIRO CERTIFICADO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           DISPLAY 'LIVRO DE REGISTRO DE CERTIFICADOS DO ANO '
               WRK-ANO.
           OPEN INPUT CERTIFICATE-REGISTRY.
           OPEN OUTPUT REGISTRY-BOOK.
           OPEN OUTPUT CERTIFICATE-PRINT.
           IF WRK-FS-CERTIFICADOS NOT = '00' OR
              WRK-FS-LIVRO NOT = '00' OR
              WRK-FS-IMPRESSAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CERTIFICADOS '
                   WRK-FS-CERTIFICADOS ' LIVRO ' WRK-FS-LIVRO
                   ' IMPRESSAO ' WRK-FS-IMPRESSAO
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WRK-EOF-CERT-SW
           ELSE
               PERFORM 1500-CABECALHO THRU 1500-EXIT
               PERFORM 3000-LER-CERTIFICADO THRU 3000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1500-CABECALHO.
           MOVE SPACES TO LIV-LINHA.
           STRING 'LIVRO DE REGISTRO DE CERTIFICADOS DE CONCLUSAO '
               DELIMITED BY SIZE
               '- ANO ' DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO LIV-LINHA.
           WRITE LIV-LINHA.
           MOVE SPACES TO LIV-LINHA.
           STRING 'NUMERO  MATRICULA  NOME                  '
               DELIMITED BY SIZE
               'TURMA   CONCLUSAO   APROVACAO' DELIMITED BY SIZE
               INTO LIV-LINHA.
           WRITE LIV-LINHA.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CERTIFICADO DO ANO DA EXECUCAO: LINHA NO LIVRO E EMISSAO
      * DO CERTIFICADO; DE OUTROS ANOS, APENAS LIDO
      *----------------------------------------------------------
       2000-PROCESSAR.
           IF CRT-ANO = WRK-ANO
               PERFORM 2050-EMITIR THRU 2050-EXIT
           END-IF.
           PERFORM 3000-LER-CERTIFICADO THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       2050-EMITIR.
           MOVE CRT-DATA-CONCLUSAO TO WRK-DATA-AUX.
           MOVE WRK-AUX-DIA TO WRK-ED-DIA.
           MOVE WRK-AUX-MES TO WRK-ED-MES.
           MOVE WRK-AUX-ANO TO WRK-ED-ANO.
           PERFORM 2100-LINHA-LIVRO THRU 2100-EXIT.
           PERFORM 2500-IMPRIMIR-CERTIFICADO THRU 2500-EXIT.
           ADD 1 TO WRK-QTDE-EMITIDOS.
       2050-EXIT.
           EXIT.

       2100-LINHA-LIVRO.
           MOVE CRT-NUMERO TO WRK-LL-NUMERO.
           MOVE CRT-MATRICULA TO WRK-LL-MATRICULA.
           MOVE CRT-NOME TO WRK-LL-NOME.
           MOVE CRT-TURMA TO WRK-LL-TURMA.
           MOVE WRK-DATA-EDITADA TO WRK-LL-DATA.
           MOVE CRT-ORIGEM TO WRK-LL-ORIGEM.
           WRITE LIV-LINHA FROM WRK-LINHA-LIVRO.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CERTIFICADO DO ALUNO: SEPARADO DO PROXIMO POR UMA
      * LINHA DE '=', COM O NUMERO DO REGISTRO NO LIVRO
      *----------------------------------------------------------
       2500-IMPRIMIR-CERTIFICADO.
           MOVE ALL '=' TO CER-LINHA.
           WRITE CER-LINHA.
           MOVE SPACES TO CER-LINHA.
           STRING '                    CERTIFICADO DE CONCLUSAO'
               DELIMITED BY SIZE
               INTO CER-LINHA.
           WRITE CER-LINHA.
           MOVE SPACES TO CER-LINHA.
           STRING 'CERTIFICAMOS QUE ' DELIMITED BY SIZE
               CRT-NOME DELIMITED BY SIZE
               ', MATRICULA ' DELIMITED BY SIZE
               CRT-MATRICULA DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               INTO CER-LINHA.
           WRITE CER-LINHA.
           MOVE CRT-NASCIMENTO TO WRK-DATA-AUX.
           MOVE SPACES TO CER-LINHA.
           STRING 'NASCIDO(A) EM ' DELIMITED BY SIZE
               WRK-AUX-DIA DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-AUX-MES DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WRK-AUX-ANO DELIMITED BY SIZE
               ', CONCLUIU NO ANO DE ' DELIMITED BY SIZE
               CRT-ANO DELIMITED BY SIZE
               ' A SERIE' DELIMITED BY SIZE
               INTO CER-LINHA.
           WRITE CER-LINHA.
           MOVE SPACES TO CER-LINHA.
           STRING CRT-SERIE DELIMITED BY SIZE
               ' (TURMA ' DELIMITED BY SIZE
               CRT-TURMA DELIMITED BY SIZE
               '), FAZENDO JUS A ESTE CERTIFICADO.' DELIMITED BY SIZE
               INTO CER-LINHA.
           WRITE CER-LINHA.
           MOVE SPACES TO CER-LINHA.
           WRITE CER-LINHA.
           MOVE SPACES TO CER-LINHA.
           STRING 'DATA DA CONCLUSAO: ' DELIMITED BY SIZE
               WRK-DATA-EDITADA DELIMITED BY SIZE
               INTO CER-LINHA.
           WRITE CER-LINHA.
           MOVE SPACES TO CER-LINHA.
           STRING 'REGISTRADO NO LIVRO DE CERTIFICADOS SOB O NUMERO '
               DELIMITED BY SIZE
               CRT-NUMERO DELIMITED BY SIZE
               INTO CER-LINHA.
           WRITE CER-LINHA.
           MOVE SPACES TO CER-LINHA.
           WRITE CER-LINHA.
           MOVE SPACES TO CER-LINHA.
           STRING '______________________________' DELIMITED BY SIZE
               '    ______________________________' DELIMITED BY SIZE
               INTO CER-LINHA.
           WRITE CER-LINHA.
           MOVE SPACES TO CER-LINHA.
           STRING '          SECRETARIO(A)' DELIMITED BY SIZE
               '                   DIRETOR(A)' DELIMITED BY SIZE
               INTO CER-LINHA.
           WRITE CER-LINHA.
       2500-EXIT.
           EXIT.

       3000-LER-CERTIFICADO.
           READ CERTIFICATE-REGISTRY
               AT END
                   MOVE 'Y' TO WRK-EOF-CERT-SW
               NOT AT END
                   ADD 1 TO WRK-QTDE-LIDOS
           END-READ.
       3000-EXIT.
           EXIT.

       8000-FINALIZAR.
           MOVE SPACES TO LIV-LINHA.
           WRITE LIV-LINHA.
           MOVE SPACES TO LIV-LINHA.
           STRING 'TOTAL DE CERTIFICADOS REGISTRADOS NO ANO: '
               DELIMITED BY SIZE
               WRK-QTDE-EMITIDOS DELIMITED BY SIZE
               INTO LIV-LINHA.
           WRITE LIV-LINHA.
           CLOSE CERTIFICATE-REGISTRY.
           CLOSE REGISTRY-BOOK.
           CLOSE CERTIFICATE-PRINT.
           DISPLAY 'CERTIFICADOS LIDOS NO REGISTRO: ' WRK-QTDE-LIDOS.
           DISPLAY 'CERTIFICADOS EMITIDOS NO ANO: ' WRK-QTDE-EMITIDOS.
       8000-EXIT.
           EXIT.
