      *                    cheia agora termina com RETURN-CODE 8 e
      *                    diagnostico duro em vez de truncar
      *                    calado.
      * 15/10/2026 LL      Reprovacao por falta na materia: alem do
      *                    dia inteiro do ATTEND-MASTER, cada media
      *                    do lote confere a frequencia do aluno NA
      *                    MATERIA classificada no mestre por materia
      *                    ATTSUBJ (copybook ATTSREC, apurado pelo
      *                    PROGCOB68 da chamada por aula do
      *                    PROGCOB67). Presenca na materia abaixo de
      *                    WRK-FREQ-MINIMA tambem da REPROVADO-FALTA
      *                    -- o aluno que esta no predio mas mata
      *                    toda aula de Matematica deixa de sair com
      *                    100% de presenca. Sem o mestre (ou sem
      *                    registro na materia) vale so o dia
      *                    inteiro, como antes.
      * 15/10/2026 LL      Turma descritiva (CLASS-TIPO-AVALIACAO 'D'
      *                    no CLASS-MASTER, avaliada por parecer e sem
      *                    MEDIA-ANUAL) sai da classificacao, no lote
      *                    e no interativo, em vez de cair como
      *                    REPROVADO; os pulados entram nos
      *                    rejeitados dos totais de controle, ao lado
      *                    dos alunos nao ativos.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-CHAVE
               FILE STATUS IS WRK-FS-CORRENTES.
           SELECT OPTIONAL ATTEND-SUBJECT ASSIGN TO "ATTSUBJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATS-CHAVE
               FILE STATUS IS WRK-FS-FREQ-MATERIA.
       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-ROSTER
       FD  CURRENT-RESULTS
           LABEL RECORDS ARE STANDARD.
       COPY CRNTREC REPLACING ==:PREFIXO:== BY ==CRN==.
       FD  ATTEND-SUBJECT
           LABEL RECORDS ARE STANDARD.
       COPY ATTSREC REPLACING ==:PREFIXO:== BY ==ATS==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==WRK==.
       77 WRK-REPROVADO-FALTA-SW PIC X(01) VALUE 'N'.
           88 WRK-REPROVADO-FALTA VALUE 'S'.
       77 WRK-QTDE-REPROV-FALTA PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * CONFERENCIA DE FREQUENCIA NA MATERIA CONTRA O MESTRE POR
      * MATERIA ATTEND-SUBJECT (SO NO LOTE, ONDE A MATERIA DA
      * MEDIA EM CLASSIFICACAO E CONHECIDA)
      *---------------------------------------------------------
       77 WRK-FS-FREQ-MATERIA PIC X(02) VALUE '00'.
       77 WRK-ATTSUBJ-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-ATTSUBJ-ABERTO VALUE 'S'.
       77 WRK-FALTA-MATERIA-SW PIC X(01) VALUE 'N'.
           88 WRK-FALTA-NA-MATERIA VALUE 'S'.
       77 WRK-MATERIA-CLASSIF PIC X(10) VALUE SPACES.
       77 WRK-PCT-PRESENCA-AUX PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MATRICULA PIC 9(07) VALUE ZEROS.
       77 WRK-DV-VALIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-DV-VALIDO VALUE 'S'.
       77 WRK-TURMA PIC X(06) VALUE SPACES.
       77 WRK-DESCRICAO-TURMA PIC X(20) VALUE SPACES.
      *---------------------------------------------------------
      * TURMA DESCRITIVA (PARECER, SEM MEDIA) CAPTURADA JUNTO DA
      * DESCRICAO EM 1100-BUSCAR-TURMA: FICA FORA DA CLASSIFICACAO
      *---------------------------------------------------------
       77 WRK-DESCRITIVA-SW PIC X(01) VALUE 'N'.
           88 WRK-TURMA-DESCRITIVA VALUE 'S'.
       77 WRK-QTDE-DESCRITIVAS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * ESCOPO E DATA DA RESOLUCAO DE PARAMETROS (ROTINA COMUM
      * GRDPARMR): A TURMA DO ALUNO EM CLASSIFICACAO, OU ESPACOS
      * PARA OS PARAMETROS DA ESCOLA INTEIRA
               PERFORM 6000-PROCESSAR-LOTE THRU 6000-EXIT
           ELSE
               PERFORM 1150-CAPTURAR-INTERATIVO THRU 1150-EXIT
               IF NOT WRK-TURMA-DESCRITIVA
                   PERFORM 2000-CLASSIFICAR THRU 2000-EXIT
               END-IF
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           IF WRK-LIMITE-ESTOURADO
           IF WRK-FS-FREQUENCIA = '00'
               MOVE 'S' TO WRK-ATTMSTR-ABERTO-SW
           END-IF.
           OPEN INPUT ATTEND-SUBJECT.
           IF WRK-FS-FREQ-MATERIA = '00'
               MOVE 'S' TO WRK-ATTSUBJ-ABERTO-SW
           END-IF.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTOVR' USING WRK-DATA.
           DISPLAY 'DATA DO PROCESSAMENTO: ' WRK-DIA '/' WRK-MES
               UNTIL WRK-DV-VALIDO.
           DISPLAY 'TURMA DO ALUNO: '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           PERFORM 1100-BUSCAR-TURMA THRU 1100-EXIT.
           IF WRK-TURMA-DESCRITIVA
               ADD 1 TO WRK-QTDE-DESCRITIVAS
               DISPLAY 'TURMA ' WRK-TURMA ' E DESCRITIVA (PARECER, '
                   'SEM MEDIA) - FORA DA CLASSIFICACAO'
               GO TO 1150-EXIT
           END-IF.
           MOVE WRK-TURMA TO WRK-TURMA-PARAM.
           PERFORM 0550-RESOLVER-PARAMETROS THRU 0550-EXIT.
           ACCEPT WRK-N1 FROM CONSOLE.
           DISPLAY 'N2: ' WRK-N2.
           COMPUTE WRK-MEDIA = (WRK-N1 + WRK-N2) / 2.
           MOVE WRK-MEDIA TO WRK-MEDIA-OFICIAL.
           DISPLAY 'IDIOMA DE SAIDA (P=PORTUGUES E=ENGLISH): '.
           ACCEPT WRK-IDIOMA-SW FROM CONSOLE.
           DISPLAY 'EXPORTAR CLASSIFICACAO EM ARQUIVO DELIMITADO '

      *----------------------------------------------------------
      * PROCURA A DESCRICAO DA TURMA EM CLASS-MASTER PARA QUE A
      * CLASSIFICACAO SEJA REPORTADA JUNTO DA SECAO DO ALUNO, E SE
      * A TURMA E DESCRITIVA (FORA DA CLASSIFICACAO)
      *----------------------------------------------------------
       1100-BUSCAR-TURMA.
           MOVE SPACES TO WRK-DESCRICAO-TURMA.
           MOVE 'N' TO WRK-DESCRITIVA-SW.
           IF WRK-CLASSMST-ABERTO
               MOVE WRK-TURMA TO CLASS-CODIGO
               READ CLASS-MASTER
                       MOVE WRK-TURMA TO WRK-DESCRICAO-TURMA
                   NOT INVALID KEY
                       MOVE CLASS-DESCRICAO TO WRK-DESCRICAO-TURMA
                       IF CLASS-DESCRITIVA
                           MOVE 'S' TO WRK-DESCRITIVA-SW
                       END-IF
               END-READ
           ELSE
               MOVE WRK-TURMA TO WRK-DESCRICAO-TURMA
               IF WRK-IDIOMA-INGLES
                   DISPLAY 'FAILED - ATTENDANCE BELOW MINIMUM'
               ELSE
                   IF WRK-FALTA-NA-MATERIA
                       DISPLAY 'REPROVADO POR FALTA NA MATERIA - '
                           'PRESENCA ' WRK-PCT-PRESENCA-AUX
                           ' ABAIXO DO MINIMO ' WRK-FREQ-MINIMA
                   ELSE
                       DISPLAY 'REPROVADO POR FALTA - PRESENCA '
                           WRK-PCT-PRESENCA-AUX ' ABAIXO DO MINIMO '
                           WRK-FREQ-MINIMA
                   END-IF
               END-IF
           ELSE
               EVALUATE WRK-MEDIA-OFICIAL
      *----------------------------------------------------------
      * CONFERE A FREQUENCIA DO ALUNO NO MESTRE ATTEND-MASTER:
      * PRESENCA ABAIXO DE WRK-FREQ-MINIMA REPROVA POR FALTA,
      * INDEPENDENTE DA MEDIA. PASSANDO NO DIA INTEIRO, CONFERE
      * TAMBEM A PRESENCA NA MATERIA DA MEDIA (MESTRE POR MATERIA
      * ATTEND-SUBJECT). ALUNO SEM REGISTRO DE FREQUENCIA (OU
      * MESTRE INDISPONIVEL) SEGUE CLASSIFICADO PELA MEDIA.
      *----------------------------------------------------------
       2400-VERIFICAR-FREQUENCIA.
           MOVE 'N' TO WRK-REPROVADO-FALTA-SW.
           MOVE 'N' TO WRK-FALTA-MATERIA-SW.
           IF WRK-ATTMSTR-ABERTO
               MOVE WRK-MATRICULA TO ATT-MATRICULA
               READ ATTEND-MASTER
                   NOT INVALID KEY
                       IF ATT-PCT-PRESENCA < WRK-FREQ-MINIMA
                           MOVE 'S' TO WRK-REPROVADO-FALTA-SW
                           MOVE ATT-PCT-PRESENCA TO
                               WRK-PCT-PRESENCA-AUX
                       END-IF
               END-READ
           END-IF.
           IF NOT WRK-REPROVADO-FALTA
               PERFORM 2450-VERIFICAR-FREQ-MATERIA THRU 2450-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE A PRESENCA DO ALUNO NA MATERIA EM CLASSIFICACAO,
      * APURADA PELA CHAMADA POR AULA: ABAIXO DE WRK-FREQ-MINIMA
      * REPROVA POR FALTA NA MATERIA. SEM MATERIA (INTERATIVO),
      * SEM O MESTRE OU SEM REGISTRO NA MATERIA, NAO HA O QUE
      * CONFERIR.
      *----------------------------------------------------------
       2450-VERIFICAR-FREQ-MATERIA.
           IF WRK-ATTSUBJ-ABERTO AND WRK-MATERIA-CLASSIF NOT = SPACES
               MOVE WRK-MATRICULA TO ATS-MATRICULA
               MOVE WRK-MATERIA-CLASSIF TO ATS-MATERIA
               READ ATTEND-SUBJECT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATS-PCT-PRESENCA < WRK-FREQ-MINIMA
                           MOVE 'S' TO WRK-REPROVADO-FALTA-SW
                           MOVE 'S' TO WRK-FALTA-MATERIA-SW
                           MOVE ATS-PCT-PRESENCA TO
                               WRK-PCT-PRESENCA-AUX
                       END-IF
               END-READ
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DERIVA O CONCEITO PADRAO A/B/C/D/F A PARTIR DA MESMA MEDIA,
      * PARA OS HISTORICOS ENVIADOS A OUTRAS INSTITUICOES. NAO
               DISPLAY 'ALUNOS NAO ATIVOS PULADOS NO LOTE: '
                   WRK-QTDE-INATIVOS
           END-IF.
           IF WRK-QTDE-DESCRITIVAS > ZEROS
               DISPLAY 'MEDIAS DE TURMAS DESCRITIVAS PULADAS NO '
                   'LOTE: ' WRK-QTDE-DESCRITIVAS
           END-IF.
       6000-EXIT.
           EXIT.

               MOVE CRN-MEDIA TO WRK-MEDIA-OFICIAL
               COMPUTE WRK-MEDIA ROUNDED = CRN-MEDIA
               DISPLAY 'MATERIA ' CRN-MATERIA
               MOVE CRN-MATERIA TO WRK-MATERIA-CLASSIF
               PERFORM 1100-BUSCAR-TURMA THRU 1100-EXIT
               PERFORM 6700-CLASSIFICAR-OU-PULAR THRU 6700-EXIT
           END-IF.
       6600-EXIT.
           EXIT.
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-MED-VALOR (WRK-IDX-MED)
               DISPLAY 'MATERIA ' WRK-MED-MATERIA (WRK-IDX-MED)
               MOVE WRK-MED-MATERIA (WRK-IDX-MED) TO
                   WRK-MATERIA-CLASSIF
               PERFORM 1100-BUSCAR-TURMA THRU 1100-EXIT
               PERFORM 6700-CLASSIFICAR-OU-PULAR THRU 6700-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * TURMA DESCRITIVA SAI DA CLASSIFICACAO DO LOTE (NAO TEM
      * MEDIA DE VERDADE); AS DEMAIS SEGUEM COM OS PARAMETROS DA
      * PROPRIA TURMA
      *----------------------------------------------------------
       6700-CLASSIFICAR-OU-PULAR.
           IF WRK-TURMA-DESCRITIVA
               ADD 1 TO WRK-QTDE-DESCRITIVAS
               DISPLAY 'TURMA DESCRITIVA PULADA DA CLASSIFICACAO - '
                   'MATRICULA ' WRK-MATRICULA ' TURMA ' WRK-TURMA
           ELSE
               MOVE WRK-TURMA TO WRK-TURMA-PARAM
               PERFORM 0550-RESOLVER-PARAMETROS THRU 0550-EXIT
               PERFORM 2000-CLASSIFICAR THRU 2000-EXIT
           END-IF.
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------
           IF WRK-ATTMSTR-ABERTO
               CLOSE ATTEND-MASTER
           END-IF.
           IF WRK-ATTSUBJ-ABERTO
               CLOSE ATTEND-SUBJECT
           END-IF.
           IF WRK-QTDE-REPROV-FALTA > ZEROS
               DISPLAY 'REPROVADOS POR FALTA: ' WRK-QTDE-REPROV-FALTA
           END-IF.
      *----------------------------------------------------------
      * GRAVA O REGISTRO DE TOTAIS DE CONTROLE DO STEP PARA O
      * FECHAMENTO DA NOITE (PROGCOB25): LIDOS = CLASSIFICADOS +
      * PULADOS POR NAO ESTAREM ATIVOS OU POR TURMA DESCRITIVA
      *----------------------------------------------------------
       8100-GRAVAR-CONTROLE.
           OPEN EXTEND CONTROL-TOTALS.
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           MOVE WRK-QTDE-CTL-LIDOS TO CT-LIDOS.
           MOVE WRK-QTDE-CTL-GRAVADOS TO CT-GRAVADOS.
           COMPUTE CT-REJEITADOS =
               WRK-QTDE-INATIVOS + WRK-QTDE-DESCRITIVAS.
           WRITE CT-REGISTRO.
           CLOSE CONTROL-TOTALS.
       8100-EXIT.
