      *                    alteracoes do master (rotina comum
      *                    SMJRNL, copybook SMJREC) com as imagens
      *                    ANTES e DEPOIS da troca de turma.
      * 15/10/2026 LL      Progressao parcial (dependencia): aluno
      *                    com ate MAX-DEPENDENCIAS materias abaixo
      *                    do corte (GRDPARM da sua turma) e promovido
      *                    pelo mapa e cada materia reprovada sai no
      *                    DEPENDENCY-MASTER (copybook DEPREC) como
      *                    dependencia ABERTA do ano, anotando
      *                    PROMOV-DEPEND no registro. Dependencia de
      *                    ano anterior ainda ABERTA retem o aluno
      *                    (RETIDO-DEPEND) mesmo aprovado no ano. A
      *                    decisao do conselho de classe continua
      *                    prevalecendo sobre as duas regras.
      * 15/10/2026 LL      Conclusao de curso: turma de serie final
      *                    (CLASS-SERIE-FINAL 'S' no CLASS-MASTER, 3o
      *                    ano do medio e 9o ano) nao procura mais o
      *                    mapa de promocao. Aluno aprovado em todas
      *                    as materias (ou pelo conselho de classe)
      *                    passa a CONCLUIDO no STUDENT-MASTER com a
      *                    data da rolagem, journalado pelo SMJRNL, e
      *                    recebe o certificado de conclusao com
      *                    numero sequencial do controle CERTCTL
      *                    (mesmo esquema do TRANSCRIPT-CONTROL do
      *                    PROGCOB21), gravado no registro CERTREG
      *                    (copybook CERTREC) para o livro do
      *                    PROGCOB73. Serie final nao tem progressao
      *                    parcial: materia abaixo do corte retem.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL COUNCIL-DECISIONS ASSIGN TO "CNCLDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSELHO.
           SELECT DEPENDENCY-MASTER ASSIGN TO "DEPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPENDENCIA.
           SELECT CERTIFICATE-CONTROL ASSIGN TO "CERTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CERT-CONTROLE.
           SELECT CERTIFICATE-REGISTRY ASSIGN TO "CERTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CERTIFICADOS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
       FD  COUNCIL-DECISIONS
           LABEL RECORDS ARE STANDARD.
       COPY CNCLREC REPLACING ==:PREFIXO:== BY ==CNC==.
       FD  DEPENDENCY-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY DEPREC REPLACING ==:PREFIXO:== BY ==DEP==.
       FD  CERTIFICATE-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  CTL-REGISTRO.
           05 CTL-ULTIMO-NUMERO    PIC 9(06).
       FD  CERTIFICATE-REGISTRY
           LABEL RECORDS ARE STANDARD.
       COPY CERTREC REPLACING ==:PREFIXO:== BY ==CRT==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==WRK==.
               10 WRK-MAT-DATA      PIC X(08).
               10 WRK-MAT-VALOR     PIC S9(04)V99.
       77 WRK-MENOR-MEDIA PIC S9(04)V99 VALUE ZEROS.
       77 WRK-QTDE-REPROVADAS PIC 9(02) VALUE ZEROS.
       77 WRK-APROVADO-SW PIC X(01) VALUE 'N'.
           88 WRK-APROVADO VALUE 'S'.
      *---------------------------------------------------------
               10 WRK-CNC-MATRICULA PIC 9(07).
               10 WRK-CNC-RESULTADO PIC X(15).
      *---------------------------------------------------------
      * DEPENDENCIAS (COPYBOOK DEPREC): AS ABERTAS DE ANOS
      * ANTERIORES RETEM O ALUNO; AS MATERIAS REPROVADAS DO ANO
      * VIRAM DEPENDENCIA QUANDO O ALUNO E PROMOVIDO DENTRO DO
      * LIMITE DA TURMA
      *---------------------------------------------------------
       77 WRK-FS-DEPENDENCIA PIC X(02) VALUE '00'.
       77 WRK-EOF-DEP-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-DEP VALUE 'Y'.
       77 WRK-QTDE-DEP-ABERTAS PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-DEPENDENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-RETIDOS-DEP PIC 9(05) VALUE ZEROS.
       77 WRK-PROMOCAO-PARCIAL-SW PIC X(01) VALUE 'N'.
           88 WRK-PROMOCAO-PARCIAL VALUE 'S'.
      *---------------------------------------------------------
      * CONCLUSAO DE CURSO: TURMA DE SERIE FINAL NO CLASS-MASTER,
      * NUMERACAO SEQUENCIAL DO CERTIFICADO (CONTROLE CERTCTL) E
      * REGISTRO DOS CERTIFICADOS EMITIDOS (COPYBOOK CERTREC)
      *---------------------------------------------------------
       77 WRK-FS-CERT-CONTROLE PIC X(02) VALUE '00'.
       77 WRK-FS-CERTIFICADOS PIC X(02) VALUE '00'.
       77 WRK-SERIE-FINAL-SW PIC X(01) VALUE 'N'.
           88 WRK-SERIE-FINAL VALUE 'S'.
       77 WRK-SERIE-DESCRICAO PIC X(20) VALUE SPACES.
       77 WRK-ORIGEM-APROVACAO PIC X(15) VALUE SPACES.
       77 WRK-NUMERO-CERTIFICADO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CONCLUIDOS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * MAPA DE PROMOCAO: TURMA ATUAL -> TURMA DA SERIE SEGUINTE,
      * INFORMADO PELA SECRETARIA E CONFERIDO EM CLASS-MASTER
      *---------------------------------------------------------
           OPEN INPUT PROMO-MAP.
           OPEN INPUT CLASS-MASTER.
           OPEN OUTPUT PROMO-REPORT.
           PERFORM 1400-ABRIR-DEPENDENCIAS THRU 1400-EXIT.
           OPEN EXTEND CERTIFICATE-REGISTRY.
           IF WRK-FS-CERTIFICADOS = '35'
               OPEN OUTPUT CERTIFICATE-REGISTRY
           END-IF.
           IF WRK-FS-MASTER NOT = '00' OR WRK-FS-MAPA NOT = '00'
              OR WRK-FS-DEPENDENCIA NOT = '00'
              OR WRK-FS-CERTIFICADOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - MASTER '
                   WRK-FS-MASTER ' MAPA ' WRK-FS-MAPA
                   ' DEPENDENCIAS ' WRK-FS-DEPENDENCIA
                   ' CERTIFICADOS ' WRK-FS-CERTIFICADOS
               MOVE 'Y' TO WRK-EOF-MASTER-SW
           ELSE
               PERFORM 1100-CARREGAR-MAPA THRU 1100-EXIT
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ABRE O DEPENDENCY-MASTER EM MODO I-O, CRIANDO O ARQUIVO
      * INDEXADO NA PRIMEIRA ROLAGEM (MESMO PADRAO DO PROGCOB17)
      *----------------------------------------------------------
       1400-ABRIR-DEPENDENCIAS.
           OPEN I-O DEPENDENCY-MASTER.
           IF WRK-FS-DEPENDENCIA = '35'
               OPEN OUTPUT DEPENDENCY-MASTER
               CLOSE DEPENDENCY-MASTER
               OPEN I-O DEPENDENCY-MASTER
           END-IF.
       1400-EXIT.
           EXIT.

       1100-CARREGAR-MAPA.
           READ PROMO-MAP
               AT END

      *----------------------------------------------------------
      * DECIDE A ROLAGEM: APROVADO EM TODAS AS MATERIAS AVANCA
      * PARA A TURMA DO MAPA DE PROMOCAO; ATE MAX-DEPENDENCIAS
      * MATERIAS ABAIXO DO CORTE AVANCA EM PROGRESSAO PARCIAL
      * (CADA UMA VIRA DEPENDENCIA); ACIMA DO LIMITE, OU COM
      * DEPENDENCIA DE ANO ANTERIOR AINDA ABERTA, RETEM O ALUNO NA
      * TURMA ATUAL; SEM MEDIA NO ANO NADA MUDA (SO SAI NO
      * REGISTRO PARA A SECRETARIA APURAR). NA SERIE FINAL, O
      * APROVADO E CONCLUIDO EM VEZ DE PROMOVIDO.
      *----------------------------------------------------------
       2300-DECIDIR-ROLAGEM.
           MOVE SM-TURMA TO WRK-TURMA-PARAM.
           PERFORM 0550-RESOLVER-PARAMETROS THRU 0550-EXIT.
           PERFORM 2420-VERIFICAR-SERIE-FINAL THRU 2420-EXIT.
           MOVE SM-TURMA TO WRK-LA-TURMA.
           MOVE SM-MATRICULA TO WRK-LA-MATRICULA.
           MOVE SM-NOME TO WRK-LA-NOME.
           PERFORM 2350-CONSULTAR-CONSELHO THRU 2350-EXIT.
           IF WRK-TEM-CONSELHO
               IF WRK-RESULTADO-CONSELHO (1:8) = 'APROVADO'
                   MOVE 'CONSELHO' TO WRK-ORIGEM-APROVACAO
                   PERFORM 2400-PROMOVER THRU 2400-EXIT
                   IF WRK-LA-RESULTADO = 'PROMOVIDO'
                       MOVE 'PROMOV-CONSELHO' TO WRK-LA-RESULTADO
                   END-IF
                   IF WRK-LA-RESULTADO = 'CONCLUIDO'
                       MOVE 'CONCL-CONSELHO' TO WRK-LA-RESULTADO
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTDE-RETIDOS
                   MOVE 'RETIDO-CONSELHO' TO WRK-LA-RESULTADO
                   ADD 1 TO WRK-QTDE-SEM-MEDIA
                   MOVE 'SEM MEDIA' TO WRK-LA-RESULTADO
               ELSE
                   PERFORM 2500-DECIDIR-POR-MEDIA THRU 2500-EXIT
               END-IF
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-ALUNO.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DECISAO PELAS MEDIAS DO ANO (SEM CONSELHO): CONTA AS
      * MATERIAS ABAIXO DO CORTE DA TURMA E AS DEPENDENCIAS AINDA
      * ABERTAS DE ANOS ANTERIORES. SERIE FINAL NAO ADMITE
      * PROGRESSAO PARCIAL (NAO HA ANO SEGUINTE PARA CURSAR A
      * DEPENDENCIA).
      *----------------------------------------------------------
       2500-DECIDIR-POR-MEDIA.
           MOVE 'N' TO WRK-PROMOCAO-PARCIAL-SW.
           MOVE 'MEDIAS' TO WRK-ORIGEM-APROVACAO.
           MOVE ZEROS TO WRK-QTDE-REPROVADAS.
           PERFORM 2550-CONTAR-REPROVADA THRU 2550-EXIT
               VARYING WRK-IDX-MAT FROM 1 BY 1
               UNTIL WRK-IDX-MAT > WRK-QTDE-MATERIAS.
           PERFORM 2600-CONTAR-DEP-ABERTAS THRU 2600-EXIT.
           IF WRK-QTDE-DEP-ABERTAS > ZEROS
               ADD 1 TO WRK-QTDE-RETIDOS
               ADD 1 TO WRK-QTDE-RETIDOS-DEP
               MOVE 'RETIDO-DEPEND' TO WRK-LA-RESULTADO
               GO TO 2500-EXIT
           END-IF.
           IF WRK-QTDE-REPROVADAS = ZEROS
               MOVE 'S' TO WRK-APROVADO-SW
           ELSE
               IF WRK-QTDE-REPROVADAS <= WRK-MAX-DEPENDENCIAS AND
                  NOT WRK-SERIE-FINAL
                   MOVE 'S' TO WRK-APROVADO-SW
                   MOVE 'S' TO WRK-PROMOCAO-PARCIAL-SW
               END-IF
           END-IF.
           IF NOT WRK-APROVADO
               ADD 1 TO WRK-QTDE-RETIDOS
               MOVE 'RETIDO' TO WRK-LA-RESULTADO
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2400-PROMOVER THRU 2400-EXIT.
           IF WRK-PROMOCAO-PARCIAL AND
              WRK-LA-RESULTADO = 'PROMOVIDO'
               PERFORM 2700-GRAVAR-DEPENDENCIA THRU 2700-EXIT
                   VARYING WRK-IDX-MAT FROM 1 BY 1
                   UNTIL WRK-IDX-MAT > WRK-QTDE-MATERIAS
               MOVE 'PROMOV-DEPEND' TO WRK-LA-RESULTADO
           END-IF.
       2500-EXIT.
           EXIT.

       2550-CONTAR-REPROVADA.
           IF WRK-MAT-VALOR (WRK-IDX-MAT) < WRK-NOTA-APROVACAO
               ADD 1 TO WRK-QTDE-REPROVADAS
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONTA AS DEPENDENCIAS ABERTAS DO ALUNO VINDAS DE ANOS
      * ANTERIORES (START NA MATRICULA, LEITURA ATE ELA MUDAR)
      *----------------------------------------------------------
       2600-CONTAR-DEP-ABERTAS.
           MOVE ZEROS TO WRK-QTDE-DEP-ABERTAS.
           MOVE 'N' TO WRK-EOF-DEP-SW.
           MOVE SM-MATRICULA TO DEP-MATRICULA.
           MOVE LOW-VALUES TO DEP-MATERIA.
           MOVE ZEROS TO DEP-ANO-ORIGEM.
           START DEPENDENCY-MASTER KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-DEP-SW
           END-START.
           PERFORM 2650-LER-DEPENDENCIA THRU 2650-EXIT
               UNTIL WRK-EOF-DEP.
       2600-EXIT.
           EXIT.

       2650-LER-DEPENDENCIA.
           READ DEPENDENCY-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-DEP-SW
               NOT AT END
                   IF DEP-MATRICULA NOT = SM-MATRICULA
                       MOVE 'Y' TO WRK-EOF-DEP-SW
                   ELSE
                       IF DEP-ABERTA AND DEP-ANO-ORIGEM < WRK-ANO
                           ADD 1 TO WRK-QTDE-DEP-ABERTAS
                       END-IF
                   END-IF
           END-READ.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA A MATERIA ABAIXO DO CORTE COMO DEPENDENCIA ABERTA
      * DO ANO. CHAVE JA EXISTENTE (ROLAGEM REPETIDA) FICA COMO
      * ESTA.
      *----------------------------------------------------------
       2700-GRAVAR-DEPENDENCIA.
           IF WRK-MAT-VALOR (WRK-IDX-MAT) NOT < WRK-NOTA-APROVACAO
               GO TO 2700-EXIT
           END-IF.
           MOVE SPACES TO DEP-REGISTRO.
           MOVE SM-MATRICULA TO DEP-MATRICULA.
           MOVE WRK-MAT-MATERIA (WRK-IDX-MAT) TO DEP-MATERIA.
           MOVE WRK-ANO TO DEP-ANO-ORIGEM.
           MOVE WRK-LA-TURMA TO DEP-TURMA-ORIGEM.
           SET DEP-ABERTA TO TRUE.
           MOVE WRK-MAT-VALOR (WRK-IDX-MAT) TO DEP-MEDIA-ORIGEM.
           MOVE ZEROS TO DEP-NOTA.
           MOVE ZEROS TO DEP-DATA-NOTA.
           MOVE 'PROGCOB40' TO DEP-USUARIO.
           WRITE DEP-REGISTRO
               INVALID KEY
                   DISPLAY 'ATENCAO - DEPENDENCIA JA CADASTRADA: '
                       SM-MATRICULA ' ' DEP-MATERIA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-DEPENDENCIAS
           END-WRITE.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROMOVE O ALUNO PARA A TURMA DO MAPA, CONFERIDA EM
      * CLASS-MASTER. TURMA SEM MAPA (OU MAPA APONTANDO TURMA NAO
      * PARA A SECRETARIA COMPLETAR O MAPA E RODAR DE NOVO.
      *----------------------------------------------------------
       2400-PROMOVER.
           IF WRK-SERIE-FINAL
               PERFORM 2800-CONCLUIR THRU 2800-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2450-PROCURAR-MAPA THRU 2450-EXIT.
           IF NOT WRK-MAPA-ACHADO
               ADD 1 TO WRK-QTDE-SEM-MAPA
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE NO CLASS-MASTER SE A TURMA ATUAL DO ALUNO E DE
      * SERIE FINAL, GUARDANDO A DESCRICAO PARA O CERTIFICADO
      *----------------------------------------------------------
       2420-VERIFICAR-SERIE-FINAL.
           MOVE 'N' TO WRK-SERIE-FINAL-SW.
           MOVE SPACES TO WRK-SERIE-DESCRICAO.
           MOVE SM-TURMA TO CLASS-CODIGO.
           READ CLASS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLASS-DESCRICAO TO WRK-SERIE-DESCRICAO
                   IF CLASS-CONCLUINTE
                       MOVE 'S' TO WRK-SERIE-FINAL-SW
                   END-IF
           END-READ.
       2420-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONCLUI O ALUNO APROVADO NA SERIE FINAL: STATUS CONCLUIDO
      * COM A DATA DA ROLAGEM, REGRAVADO E JOURNALADO (SMJRNL), E
      * EMISSAO DO CERTIFICADO NUMERADO NO REGISTRO
      *----------------------------------------------------------
       2800-CONCLUIR.
           MOVE SM-REGISTRO TO WRK-JRN-ANTES.
           SET SM-CONCLUIDO TO TRUE.
           MOVE WRK-ANO TO SM-STAT-ANO.
           MOVE WRK-MES TO SM-STAT-MES.
           MOVE WRK-DIA TO SM-STAT-DIA.
           REWRITE SM-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR MATRICULA '
                       SM-MATRICULA ' - FS ' WRK-FS-MASTER
                   MOVE 'ERRO REGRAVACAO' TO WRK-LA-RESULTADO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-CONCLUIDOS
                   MOVE SM-REGISTRO TO WRK-JRN-DEPOIS
                   CALL 'SMJRNL' USING WRK-JRN-PROGRAMA
                       WRK-JRN-USUARIO WRK-JRN-ANTES WRK-JRN-DEPOIS
                   PERFORM 2850-EMITIR-CERTIFICADO THRU 2850-EXIT
                   MOVE 'CONCLUIDO' TO WRK-LA-RESULTADO
           END-REWRITE.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * OBTEM O PROXIMO NUMERO DE CERTIFICADO DO CONTROLE CERTCTL,
      * REGRAVA O CONTROLE JA INCREMENTADO E GRAVA O CERTIFICADO
      * NO REGISTRO DO ANO
      *----------------------------------------------------------
       2850-EMITIR-CERTIFICADO.
           MOVE ZEROS TO WRK-NUMERO-CERTIFICADO.
           OPEN INPUT CERTIFICATE-CONTROL.
           IF WRK-FS-CERT-CONTROLE = '00'
               READ CERTIFICATE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-ULTIMO-NUMERO TO
                           WRK-NUMERO-CERTIFICADO
               END-READ
               CLOSE CERTIFICATE-CONTROL
           END-IF.
           ADD 1 TO WRK-NUMERO-CERTIFICADO.
           OPEN OUTPUT CERTIFICATE-CONTROL.
           MOVE WRK-NUMERO-CERTIFICADO TO CTL-ULTIMO-NUMERO.
           WRITE CTL-REGISTRO.
           CLOSE CERTIFICATE-CONTROL.
           MOVE WRK-NUMERO-CERTIFICADO TO CRT-NUMERO.
           MOVE WRK-ANO TO CRT-ANO.
           MOVE SM-MATRICULA TO CRT-MATRICULA.
           MOVE SM-NOME TO CRT-NOME.
           MOVE SM-NASCIMENTO TO CRT-NASCIMENTO.
           MOVE SM-TURMA TO CRT-TURMA.
           MOVE WRK-SERIE-DESCRICAO TO CRT-SERIE.
           COMPUTE CRT-DATA-CONCLUSAO =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           MOVE WRK-ORIGEM-APROVACAO TO CRT-ORIGEM.
           WRITE CRT-REGISTRO.
           DISPLAY 'CERTIFICADO DE CONCLUSAO NR '
               WRK-NUMERO-CERTIFICADO ' - MATRICULA ' SM-MATRICULA.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROCURA A DECISAO DO CONSELHO DE CLASSE DO ALUNO NO ANO
      *----------------------------------------------------------
               WRK-QTDE-SEM-MAPA DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEPENDENCIAS GRAVADAS ' DELIMITED BY SIZE
               WRK-QTDE-DEPENDENCIAS DELIMITED BY SIZE
               '  RETIDOS POR DEPENDENCIA ABERTA ' DELIMITED BY SIZE
               WRK-QTDE-RETIDOS-DEP DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONCLUIDOS COM CERTIFICADO ' DELIMITED BY SIZE
               WRK-QTDE-CONCLUIDOS DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE CERTIFICATE-REGISTRY.
           CLOSE STUDENT-MASTER.
           CLOSE DEPENDENCY-MASTER.
           CLOSE PROMO-MAP.
           CLOSE CLASS-MASTER.
           CLOSE PROMO-REPORT.
           DISPLAY 'RETIDOS NA SERIE: ' WRK-QTDE-RETIDOS.
           DISPLAY 'SEM MEDIA NO ANO: ' WRK-QTDE-SEM-MEDIA.
           DISPLAY 'SEM MAPA DE PROMOCAO: ' WRK-QTDE-SEM-MAPA.
           DISPLAY 'DEPENDENCIAS GRAVADAS: ' WRK-QTDE-DEPENDENCIAS.
           DISPLAY 'RETIDOS POR DEPENDENCIA ABERTA: '
               WRK-QTDE-RETIDOS-DEP.
           DISPLAY 'CONCLUIDOS COM CERTIFICADO: ' WRK-QTDE-CONCLUIDOS.
       8000-EXIT.
           EXIT.
