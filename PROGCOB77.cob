       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB77.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Classificacao do processo seletivo (trilhas de
      *            bolsa e de ensino medio): le os candidatos do ano
      *            no APPLICANT-MASTER (carregados pelo PROGCOB76),
      *            calcula a media ponderada das notas da prova com
      *            os pesos do parametro ADMPARM, desclassifica quem
      *            faltou, reprova quem ficou abaixo da nota minima e
      *            classifica os demais dentro da turma pretendida.
      *            Criterios, nesta ordem: maior media; empate vai
      *            para a maior nota de redacao, depois a maior de
      *            matematica, depois quem tem irmao matriculado,
      *            depois o candidato mais velho e, por fim, o menor
      *            numero de inscricao. Os aprovados entram no
      *            WAITLIST na ordem da classificacao (o PROGCOB39
      *            admite por ordem de chegada, entao a fila da
      *            turma passa a ser a ordem do ranking), cada um com
      *            a matricula atribuida pelo controle MATRCTL, e a
      *            lista oficial de classificacao sai em CLASSLST.
      *            Candidato ja enviado a lista de espera em execucao
      *            anterior nao e reenviado.
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
           SELECT APPLICANT-MASTER ASSIGN TO "CANDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CND-CHAVE
               FILE STATUS IS WRK-FS-CANDIDATOS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-FS-MASTER.
           SELECT OPTIONAL ADMISSION-PARAMETERS ASSIGN TO "ADMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT OPTIONAL MATRICULA-CONTROL ASSIGN TO "MATRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESPERA.
           SELECT CLASSIFICATION-LIST ASSIGN TO "CLASSLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CANDREC REPLACING ==:PREFIXO:== BY ==CND==.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==SM==.
       FD  ADMISSION-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       01  ADP-REGISTRO.
           05 ADP-ANO              PIC 9(04).
           05 ADP-PESO-PORTUGUES   PIC 9(02).
           05 ADP-PESO-MATEMATICA  PIC 9(02).
           05 ADP-PESO-CIENCIAS    PIC 9(02).
           05 ADP-PESO-REDACAO     PIC 9(02).
           05 ADP-NOTA-MINIMA      PIC 9(02)V99.
       FD  MATRICULA-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  CTL-REGISTRO.
           05 CTL-ULTIMO-NUMERO    PIC 9(06).
       FD  WAITLIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC REPLACING ==:PREFIXO:== BY ==WL==.
       FD  CLASSIFICATION-LIST
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-CANDIDATOS PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMETROS PIC X(02) VALUE '00'.
       77 WRK-FS-CONTROLE PIC X(02) VALUE '00'.
       77 WRK-FS-ESPERA PIC X(02) VALUE '00'.
       77 WRK-FS-RELATORIO PIC X(02) VALUE '00'.
       77 WRK-EOF-CANDIDATOS-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CANDIDATOS VALUE 'Y'.
       77 WRK-EOF-MASTER-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-MASTER VALUE 'Y'.
       77 WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------
      * PARAMETROS DO PROCESSO: ANO (SEM ADMPARM, O ANO LETIVO
      * SEGUINTE), PESO DE CADA AREA NA MEDIA (SEM PESOS, TODOS
      * 1) E NOTA MINIMA DE APROVACAO (SEM ELA, 5,00)
      *---------------------------------------------------------
       77 WRK-ANO-PROCESSO PIC 9(04) VALUE ZEROS.
       77 WRK-PESO-PORTUGUES PIC 9(02) VALUE ZEROS.
       77 WRK-PESO-MATEMATICA PIC 9(02) VALUE ZEROS.
       77 WRK-PESO-CIENCIAS PIC 9(02) VALUE ZEROS.
       77 WRK-PESO-REDACAO PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-PESOS PIC 9(03) VALUE ZEROS.
       77 WRK-NOTA-MINIMA PIC 9(02)V99 VALUE ZEROS.
      *---------------------------------------------------------
      * NUMERACAO DE MATRICULA: ULTIMA BASE (6 DIGITOS) NO
      * CONTROLE MATRCTL; SEM O CONTROLE, A MAIOR BASE DO
      * STUDENT-MASTER. O DIGITO VERIFICADOR E O QUE A ROTINA
      * MATCKDIG ACEITA.
      *---------------------------------------------------------
       77 WRK-ULTIMA-BASE PIC 9(06) VALUE ZEROS.
       01  WRK-MATRICULA-NOVA.
           05 WRK-MN-BASE          PIC 9(06).
           05 WRK-MN-DV            PIC 9(01).
       01  WRK-MATRICULA-LIDA.
           05 WRK-ML-BASE          PIC 9(06).
           05 WRK-ML-DV            PIC 9(01).
       77 WRK-TENTATIVA-DV PIC 9(02) VALUE ZEROS.
       77 WRK-DV-VALIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-DV-VALIDO VALUE 'S'.
       77 WRK-LIVRE-SW PIC X(01) VALUE 'N'.
           88 WRK-MATRICULA-LIVRE VALUE 'S'.
      *---------------------------------------------------------
      * CANDIDATOS DO ANO: NOTAS DE DESEMPATE, MEDIA, SITUACAO E
      * POSICAO NA TURMA
      *---------------------------------------------------------
       77 WRK-QTDE-CANDIDATOS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CANDIDATOS.
           05 WRK-CAN-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-IDX-CAN WRK-IDX-OUTRO.
               10 WRK-CAN-INSCRICAO    PIC 9(05).
               10 WRK-CAN-NOME         PIC X(20).
               10 WRK-CAN-NASCIMENTO   PIC 9(08).
               10 WRK-CAN-TURMA        PIC X(06).
               10 WRK-CAN-IRMAO        PIC X(01).
               10 WRK-CAN-REDACAO      PIC 9(02)V99.
               10 WRK-CAN-MATEMATICA   PIC 9(02)V99.
               10 WRK-CAN-MEDIA        PIC 9(02)V99.
               10 WRK-CAN-SITUACAO     PIC X(01).
                   88 WRK-CAN-APROVADO     VALUE 'A'.
               10 WRK-CAN-CLASSIFICACAO PIC 9(04).
               10 WRK-CAN-MATRICULA    PIC 9(07).
               10 WRK-CAN-DATA-ESPERA  PIC 9(08).
       77 WRK-NA-FRENTE-SW PIC X(01) VALUE 'N'.
           88 WRK-OUTRO-NA-FRENTE VALUE 'S'.
       77 WRK-POSICAO PIC 9(04) VALUE ZEROS.
       77 WRK-MAIOR-POSICAO PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------------
      * TURMAS PRETENDIDAS, NA ORDEM EM QUE APARECEM
      *---------------------------------------------------------
       77 WRK-QTDE-TURMAS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-TURMAS.
           05 WRK-TURMA-ITEM OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-TURMA.
               10 WRK-TURMA-CODIGO      PIC X(06).
               10 WRK-TURMA-APROVADOS   PIC 9(04).
               10 WRK-TURMA-REPROVADOS  PIC 9(04).
       77 WRK-TURMA-AUX PIC X(06) VALUE SPACES.
       77 WRK-TURMA-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-TURMA-ACHADA VALUE 'S'.
       77 WRK-QTDE-APROVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REPROVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-DESCLASSIFICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ENVIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-JA-ENVIADOS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * LINHAS DA LISTA DE CLASSIFICACAO
      *---------------------------------------------------------
       01  WRK-LINHA-CANDIDATO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-POSICAO       PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-INSCRICAO     PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-NOME          PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-MEDIA         PIC Z9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-REDACAO       PIC Z9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-MATEMATICA    PIC Z9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-IRMAO         PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-SITUACAO      PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-MATRICULA     PIC X(07).
       01  WRK-LINHA-TOTAL-TURMA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'APROVADOS: '.
           05 WRK-LTT-APROVADOS    PIC ZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE 'NAO CLASSIF.: '.
           05 WRK-LTT-REPROVADOS   PIC ZZZ9.
       01  WRK-LINHA-PESOS.
           05 FILLER               PIC X(16) VALUE
                                       'PESOS - PORT.: '.
           05 WRK-LP-PORTUGUES     PIC Z9.
           05 FILLER               PIC X(08) VALUE '  MAT.: '.
           05 WRK-LP-MATEMATICA    PIC Z9.
           05 FILLER               PIC X(10) VALUE '  CIENC.: '.
           05 WRK-LP-CIENCIAS      PIC Z9.
           05 FILLER               PIC X(08) VALUE '  RED.: '.
           05 WRK-LP-REDACAO       PIC Z9.
           05 FILLER               PIC X(17) VALUE
                                       '  NOTA MINIMA: '.
           05 WRK-LP-MINIMA        PIC Z9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CARREGAR-CANDIDATO THRU 2000-EXIT
               UNTIL WRK-EOF-CANDIDATOS.
           PERFORM 3000-CLASSIFICAR THRU 3000-EXIT
               VARYING WRK-IDX-CAN FROM 1 BY 1
               UNTIL WRK-IDX-CAN > WRK-QTDE-CANDIDATOS.
           PERFORM 4000-ENVIAR-POSICAO THRU 4000-EXIT
               VARYING WRK-POSICAO FROM 1 BY 1
               UNTIL WRK-POSICAO > WRK-MAIOR-POSICAO.
           PERFORM 4500-REGRAVAR-NAO-CLASSIF THRU 4500-EXIT
               VARYING WRK-IDX-CAN FROM 1 BY 1
               UNTIL WRK-IDX-CAN > WRK-QTDE-CANDIDATOS.
           PERFORM 5000-LISTA-CLASSIFICACAO THRU 5000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * PARAMETROS, ABERTURA DOS ARQUIVOS, ULTIMA MATRICULA
      * ATRIBUIDA E POSICIONAMENTO NO PRIMEIRO CANDIDATO DO ANO
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
           DISPLAY 'CLASSIFICACAO DO PROCESSO SELETIVO '
               WRK-ANO-PROCESSO.
           OPEN I-O APPLICANT-MASTER.
           OPEN INPUT STUDENT-MASTER.
           OPEN EXTEND WAITLIST-FILE.
           IF WRK-FS-ESPERA = '35'
               OPEN OUTPUT WAITLIST-FILE
           END-IF.
           OPEN OUTPUT CLASSIFICATION-LIST.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS-SW.
           IF WRK-FS-CANDIDATOS NOT = '00' OR WRK-FS-MASTER NOT = '00'
              OR WRK-FS-ESPERA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CANDIDATOS '
                   WRK-FS-CANDIDATOS ' MASTER ' WRK-FS-MASTER
                   ' ESPERA ' WRK-FS-ESPERA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WRK-EOF-CANDIDATOS-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LER-CONTROLE THRU 1100-EXIT.
           MOVE WRK-ANO-PROCESSO TO CND-ANO.
           MOVE ZEROS TO CND-INSCRICAO.
           START APPLICANT-MASTER KEY NOT < CND-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-CANDIDATOS-SW
           END-START.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ADMPARM: UM REGISTRO COM ANO, PESOS E NOTA MINIMA. CAMPO
      * AUSENTE OU INVALIDO FICA COM O PADRAO.
      *----------------------------------------------------------
       1050-LER-PARAMETROS.
           COMPUTE WRK-ANO-PROCESSO = WRK-ANO + 1.
           MOVE 1 TO WRK-PESO-PORTUGUES WRK-PESO-MATEMATICA
               WRK-PESO-CIENCIAS WRK-PESO-REDACAO.
           MOVE 5 TO WRK-NOTA-MINIMA.
           OPEN INPUT ADMISSION-PARAMETERS.
           IF WRK-FS-PARAMETROS = '00'
               READ ADMISSION-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1060-APLICAR-PARAMETROS THRU 1060-EXIT
               END-READ
               CLOSE ADMISSION-PARAMETERS
           END-IF.
           COMPUTE WRK-SOMA-PESOS = WRK-PESO-PORTUGUES +
               WRK-PESO-MATEMATICA + WRK-PESO-CIENCIAS +
               WRK-PESO-REDACAO.
       1050-EXIT.
           EXIT.

       1060-APLICAR-PARAMETROS.
           IF ADP-ANO NUMERIC AND ADP-ANO > ZEROS
               MOVE ADP-ANO TO WRK-ANO-PROCESSO
           END-IF.
           IF ADP-PESO-PORTUGUES NUMERIC AND
              ADP-PESO-MATEMATICA NUMERIC AND
              ADP-PESO-CIENCIAS NUMERIC AND
              ADP-PESO-REDACAO NUMERIC
               IF ADP-PESO-PORTUGUES + ADP-PESO-MATEMATICA +
                  ADP-PESO-CIENCIAS + ADP-PESO-REDACAO > ZEROS
                   MOVE ADP-PESO-PORTUGUES TO WRK-PESO-PORTUGUES
                   MOVE ADP-PESO-MATEMATICA TO WRK-PESO-MATEMATICA
                   MOVE ADP-PESO-CIENCIAS TO WRK-PESO-CIENCIAS
                   MOVE ADP-PESO-REDACAO TO WRK-PESO-REDACAO
               END-IF
           END-IF.
           IF ADP-NOTA-MINIMA NUMERIC AND ADP-NOTA-MINIMA > ZEROS
               MOVE ADP-NOTA-MINIMA TO WRK-NOTA-MINIMA
           END-IF.
       1060-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ULTIMA BASE DE MATRICULA ATRIBUIDA (CONTROLE MATRCTL);
      * SEM O CONTROLE, PASSA O MASTER E PARTE DA MAIOR BASE
      *----------------------------------------------------------
       1100-LER-CONTROLE.
           MOVE ZEROS TO WRK-ULTIMA-BASE.
           OPEN INPUT MATRICULA-CONTROL.
           IF WRK-FS-CONTROLE = '00'
               READ MATRICULA-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-ULTIMO-NUMERO NUMERIC
                           MOVE CTL-ULTIMO-NUMERO TO WRK-ULTIMA-BASE
                       END-IF
               END-READ
               CLOSE MATRICULA-CONTROL
           END-IF.
           IF WRK-ULTIMA-BASE = ZEROS
               PERFORM 1150-MAIOR-MATRICULA THRU 1150-EXIT
                   UNTIL WRK-EOF-MASTER
           END-IF.
       1100-EXIT.
           EXIT.

       1150-MAIOR-MATRICULA.
           READ STUDENT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-MASTER-SW
               NOT AT END
                   MOVE SM-MATRICULA TO WRK-MATRICULA-LIDA
                   IF WRK-ML-BASE > WRK-ULTIMA-BASE
                       MOVE WRK-ML-BASE TO WRK-ULTIMA-BASE
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LE OS CANDIDATOS DO ANO (CHAVE ANO + INSCRICAO), APURA A
      * MEDIA E A SITUACAO E GUARDA NA TABELA
      *----------------------------------------------------------
       2000-CARREGAR-CANDIDATO.
           READ APPLICANT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-CANDIDATOS-SW
                   GO TO 2000-EXIT
           END-READ.
           IF CND-ANO NOT = WRK-ANO-PROCESSO
               MOVE 'Y' TO WRK-EOF-CANDIDATOS-SW
               GO TO 2000-EXIT
           END-IF.
           IF WRK-QTDE-CANDIDATOS NOT < 500
               DISPLAY 'ATENCAO - TABELA DE CANDIDATOS CHEIA, '
                   'INSCRICAO IGNORADA: ' CND-INSCRICAO
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CANDIDATOS.
           SET WRK-IDX-CAN TO WRK-QTDE-CANDIDATOS.
           MOVE CND-INSCRICAO TO WRK-CAN-INSCRICAO (WRK-IDX-CAN).
           MOVE CND-NOME TO WRK-CAN-NOME (WRK-IDX-CAN).
           MOVE CND-NASCIMENTO TO WRK-CAN-NASCIMENTO (WRK-IDX-CAN).
           MOVE CND-TURMA TO WRK-CAN-TURMA (WRK-IDX-CAN).
           MOVE CND-IRMAO TO WRK-CAN-IRMAO (WRK-IDX-CAN).
           MOVE CND-NOTA-REDACAO TO WRK-CAN-REDACAO (WRK-IDX-CAN).
           MOVE CND-NOTA-MATEMATICA
               TO WRK-CAN-MATEMATICA (WRK-IDX-CAN).
           MOVE ZEROS TO WRK-CAN-CLASSIFICACAO (WRK-IDX-CAN).
           MOVE CND-MATRICULA TO WRK-CAN-MATRICULA (WRK-IDX-CAN).
           MOVE CND-DATA-ESPERA TO WRK-CAN-DATA-ESPERA (WRK-IDX-CAN).
           COMPUTE WRK-CAN-MEDIA (WRK-IDX-CAN) ROUNDED =
               (CND-NOTA-PORTUGUES * WRK-PESO-PORTUGUES +
                CND-NOTA-MATEMATICA * WRK-PESO-MATEMATICA +
                CND-NOTA-CIENCIAS * WRK-PESO-CIENCIAS +
                CND-NOTA-REDACAO * WRK-PESO-REDACAO)
               / WRK-SOMA-PESOS.
           EVALUATE TRUE
               WHEN CND-DATA-ESPERA > ZEROS
                   MOVE 'A' TO WRK-CAN-SITUACAO (WRK-IDX-CAN)
               WHEN CND-FALTOU
                   MOVE 'D' TO WRK-CAN-SITUACAO (WRK-IDX-CAN)
               WHEN WRK-CAN-MEDIA (WRK-IDX-CAN) < WRK-NOTA-MINIMA
                   MOVE 'R' TO WRK-CAN-SITUACAO (WRK-IDX-CAN)
               WHEN OTHER
                   MOVE 'A' TO WRK-CAN-SITUACAO (WRK-IDX-CAN)
           END-EVALUATE.
           MOVE CND-TURMA TO WRK-TURMA-AUX.
           PERFORM 2100-LOCALIZAR-TURMA THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROCURA A TURMA NA TABELA E INCLUI SE FOR NOVA
      *----------------------------------------------------------
       2100-LOCALIZAR-TURMA.
           MOVE 'N' TO WRK-TURMA-ACHADA-SW.
           SET WRK-IDX-TURMA TO 1.
           SEARCH WRK-TURMA-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-TURMA > WRK-QTDE-TURMAS
                   CONTINUE
               WHEN WRK-TURMA-CODIGO (WRK-IDX-TURMA) = WRK-TURMA-AUX
                   MOVE 'S' TO WRK-TURMA-ACHADA-SW
           END-SEARCH.
           IF NOT WRK-TURMA-ACHADA AND WRK-QTDE-TURMAS < 50
               ADD 1 TO WRK-QTDE-TURMAS
               SET WRK-IDX-TURMA TO WRK-QTDE-TURMAS
               MOVE WRK-TURMA-AUX TO WRK-TURMA-CODIGO (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-APROVADOS (WRK-IDX-TURMA)
               MOVE ZEROS TO WRK-TURMA-REPROVADOS (WRK-IDX-TURMA)
               MOVE 'S' TO WRK-TURMA-ACHADA-SW
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * POSICAO DO APROVADO NA TURMA = 1 + APROVADOS DA MESMA
      * TURMA QUE FICAM NA FRENTE DELE PELOS CRITERIOS DE
      * DESEMPATE
      *----------------------------------------------------------
       3000-CLASSIFICAR.
           IF NOT WRK-CAN-APROVADO (WRK-IDX-CAN)
               GO TO 3000-EXIT
           END-IF.
           MOVE 1 TO WRK-CAN-CLASSIFICACAO (WRK-IDX-CAN).
           PERFORM 3100-COMPARAR-CANDIDATO THRU 3100-EXIT
               VARYING WRK-IDX-OUTRO FROM 1 BY 1
               UNTIL WRK-IDX-OUTRO > WRK-QTDE-CANDIDATOS.
           IF WRK-CAN-CLASSIFICACAO (WRK-IDX-CAN) > WRK-MAIOR-POSICAO
               MOVE WRK-CAN-CLASSIFICACAO (WRK-IDX-CAN)
                   TO WRK-MAIOR-POSICAO
           END-IF.
       3000-EXIT.
           EXIT.

       3100-COMPARAR-CANDIDATO.
           IF WRK-IDX-OUTRO = WRK-IDX-CAN
              OR NOT WRK-CAN-APROVADO (WRK-IDX-OUTRO)
              OR WRK-CAN-TURMA (WRK-IDX-OUTRO) NOT =
                 WRK-CAN-TURMA (WRK-IDX-CAN)
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-DESEMPATAR THRU 3200-EXIT.
           IF WRK-OUTRO-NA-FRENTE
               ADD 1 TO WRK-CAN-CLASSIFICACAO (WRK-IDX-CAN)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * O OUTRO CANDIDATO FICA NA FRENTE QUANDO VENCE NO PRIMEIRO
      * CRITERIO EM QUE OS DOIS DIFEREM: MEDIA, REDACAO,
      * MATEMATICA, IRMAO MATRICULADO, MAIS VELHO, INSCRICAO
      *----------------------------------------------------------
       3200-DESEMPATAR.
           MOVE 'N' TO WRK-NA-FRENTE-SW.
           IF WRK-CAN-MEDIA (WRK-IDX-OUTRO) NOT =
              WRK-CAN-MEDIA (WRK-IDX-CAN)
               IF WRK-CAN-MEDIA (WRK-IDX-OUTRO) >
                  WRK-CAN-MEDIA (WRK-IDX-CAN)
                   MOVE 'S' TO WRK-NA-FRENTE-SW
               END-IF
               GO TO 3200-EXIT
           END-IF.
           IF WRK-CAN-REDACAO (WRK-IDX-OUTRO) NOT =
              WRK-CAN-REDACAO (WRK-IDX-CAN)
               IF WRK-CAN-REDACAO (WRK-IDX-OUTRO) >
                  WRK-CAN-REDACAO (WRK-IDX-CAN)
                   MOVE 'S' TO WRK-NA-FRENTE-SW
               END-IF
               GO TO 3200-EXIT
           END-IF.
           IF WRK-CAN-MATEMATICA (WRK-IDX-OUTRO) NOT =
              WRK-CAN-MATEMATICA (WRK-IDX-CAN)
               IF WRK-CAN-MATEMATICA (WRK-IDX-OUTRO) >
                  WRK-CAN-MATEMATICA (WRK-IDX-CAN)
                   MOVE 'S' TO WRK-NA-FRENTE-SW
               END-IF
               GO TO 3200-EXIT
           END-IF.
           IF WRK-CAN-IRMAO (WRK-IDX-OUTRO) = 'S' AND
              WRK-CAN-IRMAO (WRK-IDX-CAN) NOT = 'S'
               MOVE 'S' TO WRK-NA-FRENTE-SW
               GO TO 3200-EXIT
           END-IF.
           IF WRK-CAN-IRMAO (WRK-IDX-CAN) = 'S' AND
              WRK-CAN-IRMAO (WRK-IDX-OUTRO) NOT = 'S'
               GO TO 3200-EXIT
           END-IF.
           IF WRK-CAN-NASCIMENTO (WRK-IDX-OUTRO) NOT =
              WRK-CAN-NASCIMENTO (WRK-IDX-CAN)
               IF WRK-CAN-NASCIMENTO (WRK-IDX-OUTRO) <
                  WRK-CAN-NASCIMENTO (WRK-IDX-CAN)
                   MOVE 'S' TO WRK-NA-FRENTE-SW
               END-IF
               GO TO 3200-EXIT
           END-IF.
           IF WRK-CAN-INSCRICAO (WRK-IDX-OUTRO) <
              WRK-CAN-INSCRICAO (WRK-IDX-CAN)
               MOVE 'S' TO WRK-NA-FRENTE-SW
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PASSA OS CANDIDATOS NA ORDEM DA CLASSIFICACAO: QUEM ESTA
      * NA POSICAO CORRENTE E AINDA NAO FOI PARA A LISTA DE ESPERA
      * RECEBE A MATRICULA E ENTRA NO WAITLIST; TODOS SAO
      * REGRAVADOS COM MEDIA, POSICAO E SITUACAO
      *----------------------------------------------------------
       4000-ENVIAR-POSICAO.
           PERFORM 4100-ENVIAR-CANDIDATO THRU 4100-EXIT
               VARYING WRK-IDX-CAN FROM 1 BY 1
               UNTIL WRK-IDX-CAN > WRK-QTDE-CANDIDATOS.
       4000-EXIT.
           EXIT.

       4100-ENVIAR-CANDIDATO.
           IF WRK-CAN-CLASSIFICACAO (WRK-IDX-CAN) NOT = WRK-POSICAO
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-APROVADOS.
           IF WRK-CAN-DATA-ESPERA (WRK-IDX-CAN) > ZEROS
               ADD 1 TO WRK-QTDE-JA-ENVIADOS
           ELSE
               PERFORM 4200-ATRIBUIR-MATRICULA THRU 4200-EXIT
               MOVE WRK-MATRICULA-NOVA TO WL-MATRICULA
               MOVE WRK-CAN-NOME (WRK-IDX-CAN) TO WL-NOME
               MOVE WRK-CAN-NASCIMENTO (WRK-IDX-CAN)
                   TO WL-NASCIMENTO
               MOVE WRK-CAN-TURMA (WRK-IDX-CAN) TO WL-TURMA
               SET WL-ATIVO TO TRUE
               MOVE WRK-ANO TO WL-STAT-ANO
               MOVE WRK-MES TO WL-STAT-MES
               MOVE WRK-DIA TO WL-STAT-DIA
               WRITE WL-REGISTRO
               ADD 1 TO WRK-QTDE-ENVIADOS
               MOVE WRK-MATRICULA-NOVA
                   TO WRK-CAN-MATRICULA (WRK-IDX-CAN)
               MOVE WRK-DATA-HOJE TO WRK-CAN-DATA-ESPERA (WRK-IDX-CAN)
               DISPLAY 'APROVADO PARA A LISTA DE ESPERA: '
                   WRK-CAN-INSCRICAO (WRK-IDX-CAN) ' MATRICULA '
                   WRK-MATRICULA-NOVA ' TURMA '
                   WRK-CAN-TURMA (WRK-IDX-CAN)
           END-IF.
           PERFORM 4400-REGRAVAR-CANDIDATO THRU 4400-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROXIMA BASE DO CONTROLE, COM O DIGITO QUE O MATCKDIG
      * ACEITA; BASE JA USADA NO MASTER E PULADA. O CONTROLE E
      * REGRAVADO A CADA MATRICULA ATRIBUIDA.
      *----------------------------------------------------------
       4200-ATRIBUIR-MATRICULA.
           MOVE 'N' TO WRK-LIVRE-SW.
           PERFORM 4250-PROXIMA-BASE THRU 4250-EXIT
               UNTIL WRK-MATRICULA-LIVRE.
           OPEN OUTPUT MATRICULA-CONTROL.
           MOVE WRK-ULTIMA-BASE TO CTL-ULTIMO-NUMERO.
           WRITE CTL-REGISTRO.
           CLOSE MATRICULA-CONTROL.
       4200-EXIT.
           EXIT.

       4250-PROXIMA-BASE.
           ADD 1 TO WRK-ULTIMA-BASE.
           MOVE WRK-ULTIMA-BASE TO WRK-MN-BASE.
           MOVE 'N' TO WRK-DV-VALIDO-SW.
           PERFORM 4300-TESTAR-DIGITO THRU 4300-EXIT
               VARYING WRK-TENTATIVA-DV FROM 0 BY 1
               UNTIL WRK-DV-VALIDO OR WRK-TENTATIVA-DV > 9.
           MOVE WRK-MATRICULA-NOVA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'S' TO WRK-LIVRE-SW
           END-READ.
       4250-EXIT.
           EXIT.

       4300-TESTAR-DIGITO.
           MOVE WRK-TENTATIVA-DV TO WRK-MN-DV.
           CALL 'MATCKDIG' USING WRK-MATRICULA-NOVA WRK-DV-VALIDO-SW.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRAVA O CANDIDATO COM O RESULTADO DA CLASSIFICACAO
      *----------------------------------------------------------
       4400-REGRAVAR-CANDIDATO.
           MOVE WRK-ANO-PROCESSO TO CND-ANO.
           MOVE WRK-CAN-INSCRICAO (WRK-IDX-CAN) TO CND-INSCRICAO.
           READ APPLICANT-MASTER
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O CANDIDATO '
                       CND-INSCRICAO ' - FS ' WRK-FS-CANDIDATOS
                   GO TO 4400-EXIT
           END-READ.
           MOVE WRK-CAN-MEDIA (WRK-IDX-CAN) TO CND-MEDIA.
           MOVE WRK-CAN-CLASSIFICACAO (WRK-IDX-CAN)
               TO CND-CLASSIFICACAO.
           MOVE WRK-CAN-SITUACAO (WRK-IDX-CAN) TO CND-SITUACAO.
           MOVE WRK-CAN-MATRICULA (WRK-IDX-CAN) TO CND-MATRICULA.
           MOVE WRK-CAN-DATA-ESPERA (WRK-IDX-CAN) TO CND-DATA-ESPERA.
           REWRITE CND-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CANDIDATO '
                       CND-INSCRICAO ' - FS ' WRK-FS-CANDIDATOS
           END-REWRITE.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REPROVADOS E DESCLASSIFICADOS NAO TEM POSICAO: REGRAVADOS
      * A PARTE
      *----------------------------------------------------------
       4500-REGRAVAR-NAO-CLASSIF.
           IF WRK-CAN-APROVADO (WRK-IDX-CAN)
               GO TO 4500-EXIT
           END-IF.
           IF WRK-CAN-SITUACAO (WRK-IDX-CAN) = 'D'
               ADD 1 TO WRK-QTDE-DESCLASSIFICADOS
           ELSE
               ADD 1 TO WRK-QTDE-REPROVADOS
           END-IF.
           PERFORM 4400-REGRAVAR-CANDIDATO THRU 4400-EXIT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LISTA OFICIAL: CRITERIOS, PESOS E, POR TURMA, OS
      * APROVADOS NA ORDEM DA CLASSIFICACAO SEGUIDOS DOS NAO
      * CLASSIFICADOS
      *----------------------------------------------------------
       5000-LISTA-CLASSIFICACAO.
           IF NOT WRK-ARQUIVOS-ABERTOS OR WRK-FS-RELATORIO NOT = '00'
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'LISTA OFICIAL DE CLASSIFICACAO - PROCESSO '
               'SELETIVO ' WRK-ANO-PROCESSO
               DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-PESO-PORTUGUES TO WRK-LP-PORTUGUES.
           MOVE WRK-PESO-MATEMATICA TO WRK-LP-MATEMATICA.
           MOVE WRK-PESO-CIENCIAS TO WRK-LP-CIENCIAS.
           MOVE WRK-PESO-REDACAO TO WRK-LP-REDACAO.
           MOVE WRK-NOTA-MINIMA TO WRK-LP-MINIMA.
           WRITE REL-LINHA FROM WRK-LINHA-PESOS.
           MOVE SPACES TO REL-LINHA.
           STRING 'DESEMPATE: REDACAO, MATEMATICA, IRMAO '
               'MATRICULADO, MAIS VELHO, INSCRICAO'
               DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 5100-LISTAR-TURMA THRU 5100-EXIT
               VARYING WRK-IDX-TURMA FROM 1 BY 1
               UNTIL WRK-IDX-TURMA > WRK-QTDE-TURMAS.
       5000-EXIT.
           EXIT.

       5100-LISTAR-TURMA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TURMA ' WRK-TURMA-CODIGO (WRK-IDX-TURMA)
               DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  POS.  INSCR.  NOME                  MEDIA   '
               'RED.   MAT.  I  SITUACAO    MATRIC.'
               DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 5200-LISTAR-POSICAO THRU 5200-EXIT
               VARYING WRK-POSICAO FROM 1 BY 1
               UNTIL WRK-POSICAO > WRK-MAIOR-POSICAO.
           PERFORM 5400-LISTAR-NAO-CLASSIF THRU 5400-EXIT
               VARYING WRK-IDX-CAN FROM 1 BY 1
               UNTIL WRK-IDX-CAN > WRK-QTDE-CANDIDATOS.
           MOVE WRK-TURMA-APROVADOS (WRK-IDX-TURMA)
               TO WRK-LTT-APROVADOS.
           MOVE WRK-TURMA-REPROVADOS (WRK-IDX-TURMA)
               TO WRK-LTT-REPROVADOS.
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL-TURMA.
       5100-EXIT.
           EXIT.

       5200-LISTAR-POSICAO.
           PERFORM 5300-LISTAR-APROVADO THRU 5300-EXIT
               VARYING WRK-IDX-CAN FROM 1 BY 1
               UNTIL WRK-IDX-CAN > WRK-QTDE-CANDIDATOS.
       5200-EXIT.
           EXIT.

       5300-LISTAR-APROVADO.
           IF WRK-CAN-CLASSIFICACAO (WRK-IDX-CAN) NOT = WRK-POSICAO
              OR WRK-CAN-TURMA (WRK-IDX-CAN) NOT =
                 WRK-TURMA-CODIGO (WRK-IDX-TURMA)
               GO TO 5300-EXIT
           END-IF.
           ADD 1 TO WRK-TURMA-APROVADOS (WRK-IDX-TURMA).
           MOVE WRK-POSICAO TO WRK-LC-POSICAO.
           MOVE 'APROVADO' TO WRK-LC-SITUACAO.
           MOVE WRK-CAN-MATRICULA (WRK-IDX-CAN) TO WRK-LC-MATRICULA.
           PERFORM 5500-MONTAR-LINHA THRU 5500-EXIT.
       5300-EXIT.
           EXIT.

       5400-LISTAR-NAO-CLASSIF.
           IF WRK-CAN-APROVADO (WRK-IDX-CAN)
              OR WRK-CAN-TURMA (WRK-IDX-CAN) NOT =
                 WRK-TURMA-CODIGO (WRK-IDX-TURMA)
               GO TO 5400-EXIT
           END-IF.
           ADD 1 TO WRK-TURMA-REPROVADOS (WRK-IDX-TURMA).
           MOVE ZEROS TO WRK-LC-POSICAO.
           IF WRK-CAN-SITUACAO (WRK-IDX-CAN) = 'D'
               MOVE 'AUSENTE' TO WRK-LC-SITUACAO
           ELSE
               MOVE 'ABAIXO MIN' TO WRK-LC-SITUACAO
           END-IF.
           MOVE SPACES TO WRK-LC-MATRICULA.
           PERFORM 5500-MONTAR-LINHA THRU 5500-EXIT.
       5400-EXIT.
           EXIT.

       5500-MONTAR-LINHA.
           MOVE WRK-CAN-INSCRICAO (WRK-IDX-CAN) TO WRK-LC-INSCRICAO.
           MOVE WRK-CAN-NOME (WRK-IDX-CAN) TO WRK-LC-NOME.
           MOVE WRK-CAN-MEDIA (WRK-IDX-CAN) TO WRK-LC-MEDIA.
           MOVE WRK-CAN-REDACAO (WRK-IDX-CAN) TO WRK-LC-REDACAO.
           MOVE WRK-CAN-MATEMATICA (WRK-IDX-CAN) TO WRK-LC-MATEMATICA.
           MOVE WRK-CAN-IRMAO (WRK-IDX-CAN) TO WRK-LC-IRMAO.
           WRITE REL-LINHA FROM WRK-LINHA-CANDIDATO.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FECHA OS ARQUIVOS E APRESENTA OS TOTAIS
      *----------------------------------------------------------
       8000-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE APPLICANT-MASTER
               CLOSE STUDENT-MASTER
               CLOSE WAITLIST-FILE
               CLOSE CLASSIFICATION-LIST
           END-IF.
           DISPLAY 'CANDIDATOS DO ANO: ' WRK-QTDE-CANDIDATOS.
           DISPLAY 'APROVADOS: ' WRK-QTDE-APROVADOS.
           DISPLAY 'ABAIXO DA NOTA MINIMA: ' WRK-QTDE-REPROVADOS.
           DISPLAY 'DESCLASSIFICADOS POR AUSENCIA: '
               WRK-QTDE-DESCLASSIFICADOS.
           DISPLAY 'ENVIADOS A LISTA DE ESPERA: ' WRK-QTDE-ENVIADOS.
           DISPLAY 'JA NA LISTA DE ESPERA: ' WRK-QTDE-JA-ENVIADOS.
       8000-EXIT.
           EXIT.
