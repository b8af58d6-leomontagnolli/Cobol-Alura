      *            auditavel em vez de um edit silencioso no
      *            arquivo. A resolucao de qual registro vale e da
      *            rotina comum GRDPARMR.
      *            Nenhuma alteracao vale direto: o operador (ADM ou
      *            COORDENADOR autenticado pelo PIN) so registra o
      *            pedido na fila de alteracoes pendentes (rotina
      *            comum PENDGRV), que e aplicado no arquivo -- e
      *            auditado com os dois usuarios -- quando outro ADM
      *            ou COORDENADOR aprova no PROGCOB95.
      * DATA = 01/09/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 01/09/2026 LL      Programa criado.
      * 15/10/2026 LL      Captura e lista o limite de dependencias
      *                    da progressao parcial (MAX-DEPENDENCIAS,
      *                    usado pela rolagem do PROGCOB40); a imagem
      *                    do registro na tabela e na auditoria passa
      *                    de 37 para 38 bytes.
      * 15/10/2026 LL      Aprovacao em dupla: o operador autentica
      *                    com PIN (ADM ou COORDENADOR) e inclusao,
      *                    alteracao e remocao viram pedidos na fila
      *                    de alteracoes pendentes (PENDGRV) com as
      *                    imagens antes/depois; o arquivo nao e mais
      *                    regravado aqui e a linha do PARAMETER-AUDIT
      *                    passa a ser gravada pelo PROGCOB95 na
      *                    aprovacao.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL GRADE-PARAMETERS ASSIGN TO "GRDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT SECURITY-FILE ASSIGN TO "SECUSER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-USUARIO
               FILE STATUS IS WRK-FS-SECURITY.
           SELECT STAFF-ROSTER ASSIGN TO "STAFFROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-USUARIO
               FILE STATUS IS WRK-FS-STAFF.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==GP==.
       FD  SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECUSER.
       FD  STAFF-ROSTER
           LABEL RECORDS ARE STANDARD.
       COPY STAFFREC.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==ENT==.

       77 WRK-FS-PARAMETROS PIC X(02) VALUE '00'.
       77 WRK-FS-SECURITY PIC X(02) VALUE '00'.
       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-EOF-PARM-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PARM VALUE 'Y'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-LISTAR  VALUE 'L'.
           88 WRK-OPCAO-FIM     VALUE 'F'.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-PIN PIC X(12) VALUE SPACES.
       77 WRK-PIN-SW PIC X(01) VALUE 'N'.
           88 WRK-PIN-CONFIRMADO VALUE 'S'.
       77 WRK-NIVEL PIC 9(02) VALUE ZEROS.
           88 WRK-NIVEL-AUTORIZADO VALUES 01 04.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-ALTERACOES PIC 9(03) VALUE ZEROS.
      *---------------------------------------------------------
      * AREA DA ROTINA COMUM PINHASH (CONFERENCIA DA CREDENCIAL DO
      * SECURITY-FILE) E PEDIDO MONTADO PARA A ROTINA COMUM
      * PENDGRV (FILA DE ALTERACOES PENDENTES)
      *---------------------------------------------------------
       COPY PINAREA REPLACING ==:PREFIXO:== BY ==CRD==.
       COPY PENDREC REPLACING ==:PREFIXO:== BY ==PED==.
       77 WRK-ACHOU-SW PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-CHAVE-VIGENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-CHAVE-TURMA PIC X(06) VALUE SPACES.
       77 WRK-IMAGEM-ANTES PIC X(38) VALUE SPACES.
      *---------------------------------------------------------
      * TABELA DOS REGISTROS DE PARAMETRO EM MANUTENCAO (A IMAGEM
      * COMPLETA DO REGISTRO GRDPARM, 38 BYTES)
      *---------------------------------------------------------
       77 WRK-QTDE-PARMS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-PARMS.
           05 WRK-PARM-IMAGEM PIC X(38) OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-PARM.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==TAB==.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1500-AUTENTICAR THRU 1500-EXIT.
           IF NOT WRK-PIN-CONFIRMADO OR NOT WRK-NIVEL-AUTORIZADO
               DISPLAY 'ACESSO NEGADO - SOMENTE ADM OU COORDENADOR '
                   'AUTENTICADO PEDE ALTERACAO DE PARAMETROS'
               STOP RUN
           END-IF.
           PERFORM 2000-MENU THRU 2000-EXIT
               UNTIL WRK-OPCAO-FIM.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * IDENTIFICA QUEM OPERA A MANUTENCAO (SOLICITANTE DOS
      * PEDIDOS) E CARREGA OS REGISTROS ATUAIS NA TABELA
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           DISPLAY 'MANUTENCAO DOS PARAMETROS DE NOTA'.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'PIN ...'.
           ACCEPT WRK-PIN FROM CONSOLE.
           OPEN INPUT GRADE-PARAMETERS.
           IF WRK-FS-PARAMETROS = '00'
               PERFORM 1100-LER-PARAMETRO THRU 1100-EXIT
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE O PIN CONTRA O SECURITY-FILE E O NIVEL CONTRA O
      * STAFF-ROSTER (MESMAS CONFERENCIAS DO PROGCOB27)
      *----------------------------------------------------------
       1500-AUTENTICAR.
           MOVE 'N' TO WRK-PIN-SW.
           MOVE ZEROS TO WRK-NIVEL.
           OPEN INPUT SECURITY-FILE.
           IF WRK-FS-SECURITY = '00'
               MOVE WRK-USUARIO TO SEC-USUARIO
               READ SECURITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CRD-VERIFICAR TO TRUE
                       MOVE WRK-PIN TO CRD-PIN
                       CALL 'PINHASH' USING CRD-AREA SEC-REGISTRO
                       IF CRD-ACEITO
                           MOVE 'S' TO WRK-PIN-SW
                           IF SEC-VALIDADE NOT NUMERIC OR
                              SEC-VALIDADE < WRK-DATA-HOJE OR
                              SEC-TROCA-OBRIGATORIA
                               MOVE 'N' TO WRK-PIN-SW
                               DISPLAY 'PIN VENCIDO OU A TROCAR - '
                                   'TROQUE O PIN NO LOGIN DO CONTROLE '
                                   'DE ACESSO'
                           END-IF
                       END-IF
               END-READ
               CLOSE SECURITY-FILE
           END-IF.
           MOVE SPACES TO WRK-PIN CRD-PIN.
           OPEN INPUT STAFF-ROSTER.
           IF WRK-FS-STAFF = '00'
               MOVE WRK-USUARIO TO STAFF-USUARIO
               READ STAFF-ROSTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STAFF-NIVEL TO WRK-NIVEL
               END-READ
               CLOSE STAFF-ROSTER
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MENU DO CONSOLE: I=INCLUIR A=ALTERAR R=REMOVER L=LISTAR
      * F=FIM
           ACCEPT ENT-PESO-B2 FROM CONSOLE.
           ACCEPT ENT-PESO-B3 FROM CONSOLE.
           ACCEPT ENT-PESO-B4 FROM CONSOLE.
           DISPLAY 'MAXIMO DE DEPENDENCIAS NA PROMOCAO (0 A 9, '
               'EX. 2): '.
           ACCEPT ENT-MAX-DEPENDENCIAS FROM CONSOLE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PEDE A INCLUSAO DE UM REGISTRO NOVO (CHAVE VIGENCIA +
      * TURMA SEM DUPLICIDADE), COM A IMAGEM ANTES EM BRANCO
      *----------------------------------------------------------
       3000-INCLUIR.
           PERFORM 2500-CAPTURAR-REGISTRO THRU 2500-EXIT.
               DISPLAY 'TABELA DE PARAMETROS CHEIA - NADA INCLUIDO'
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WRK-IMAGEM-ANTES.
           PERFORM 7000-REGISTRAR-PEDIDO THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

           EXIT.

      *----------------------------------------------------------
      * PEDE A ALTERACAO DO REGISTRO DA CHAVE INFORMADA, COM AS
      * IMAGENS ANTES E DEPOIS
      *----------------------------------------------------------
       3500-ALTERAR.
           PERFORM 2500-CAPTURAR-REGISTRO THRU 2500-EXIT.
               GO TO 3500-EXIT
           END-IF.
           MOVE WRK-PARM-IMAGEM (WRK-IDX-PARM) TO WRK-IMAGEM-ANTES.
           IF WRK-IMAGEM-ANTES = ENT-REGISTRO
               DISPLAY 'NENHUM CAMPO DIFERENTE DO ATUAL - NADA PEDIDO'
               GO TO 3500-EXIT
           END-IF.
           PERFORM 7000-REGISTRAR-PEDIDO THRU 7000-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PEDE A REMOCAO DO REGISTRO DA CHAVE INFORMADA, COM A
      * IMAGEM ANTES (DEPOIS EM BRANCO)
      *----------------------------------------------------------
       4000-REMOVER.
           DISPLAY 'VIGENCIA DO REGISTRO A REMOVER (YYYYMMDD): '.
           ACCEPT WRK-CHAVE-TURMA FROM CONSOLE.
           PERFORM 3100-PROCURAR-CHAVE THRU 3100-EXIT.
           IF NOT WRK-ACHOU
               DISPLAY 'REGISTRO NAO ENCONTRADO - NADA PEDIDO'
               GO TO 4000-EXIT
           END-IF.
           MOVE WRK-PARM-IMAGEM (WRK-IDX-PARM) TO WRK-IMAGEM-ANTES.
           MOVE SPACES TO ENT-REGISTRO.
           PERFORM 7000-REGISTRAR-PEDIDO THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

       5000-LISTAR.
           IF WRK-QTDE-PARMS = ZEROS
               DISPLAY 'NENHUM REGISTRO DE PARAMETRO CADASTRADO'
               ' REC ' TAB-NOTA-REC-MINIMA '-' TAB-NOTA-REC-MAXIMA
               ' FREQ ' TAB-FREQ-MINIMA ' HONRA ' TAB-GPA-HONRA
               ' PESOS ' TAB-PESO-B1 '/' TAB-PESO-B2 '/'
               TAB-PESO-B3 '/' TAB-PESO-B4
               ' DEPEND ' TAB-MAX-DEPENDENCIAS.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGISTRA O PEDIDO NA FILA DE ALTERACOES PENDENTES: QUEM
      * PEDIU, QUANDO, A ACAO E AS IMAGENS ANTES/DEPOIS. O ARQUIVO
      * SO MUDA NA APROVACAO (PROGCOB95).
      *----------------------------------------------------------
       7000-REGISTRAR-PEDIDO.
           MOVE SPACES TO PED-REGISTRO.
           MOVE 'P' TO PED-TIPO.
           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   MOVE 'INCLUSAO' TO PED-ACAO
               WHEN WRK-OPCAO-ALTERAR
                   MOVE 'ALTERACA' TO PED-ACAO
               WHEN WRK-OPCAO-REMOVER
                   MOVE 'REMOCAO' TO PED-ACAO
           END-EVALUATE.
           MOVE WRK-USUARIO TO PED-SOLICITANTE.
           MOVE WRK-DATA-HOJE TO PED-DATA-PEDIDO.
           MOVE WRK-IMAGEM-ANTES TO PED-ANTES.
           MOVE ENT-REGISTRO TO PED-DEPOIS.
           CALL 'PENDGRV' USING PED-REGISTRO.
           IF PED-NUMERO = ZEROS
               DISPLAY 'PEDIDO NAO REGISTRADO - NADA ALTERADO'
               GO TO 7000-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ALTERACOES.
           DISPLAY 'PEDIDO ' PED-NUMERO ' REGISTRADO - VALE DEPOIS '
               'DA APROVACAO DE OUTRO ADM OU COORDENADOR'.
       7000-EXIT.
           EXIT.

       8000-FINALIZAR.
           DISPLAY 'REGISTROS NO ARQUIVO: ' WRK-QTDE-PARMS.
           DISPLAY 'PEDIDOS REGISTRADOS: ' WRK-QTDE-ALTERACOES.
       8000-EXIT.
           EXIT.
