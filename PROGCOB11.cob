      *                    frequencia, saldo, recuperacoes e a ultima
      *                    media por materia em uma unica consulta de
      *                    balcao, auditada como FN-PERFIL.
      * 15/10/2026 LL      Menu do PROFESSOR ganhou a funcao CHAMADA
      *                    POR AULA (CALL PROGCOB67): a presenca de
      *                    cada aula do quadro de horarios, aplicada
      *                    na noite ao mestre de frequencia por
      *                    materia, auditada como FN-CHAMADA.
      * 15/10/2026 LL      Menu do PROFESSOR ganhou a funcao DIARIO
      *                    DE AVALIACOES (CALL PROGCOB70): provas,
      *                    trabalhos e participacao com peso, notas
      *                    por aluno e o fechamento do bimestre que
      *                    gera o GRADEBT6, auditada como
      *                    FN-AVALIACOES.
      * 15/10/2026 LL      Menu do ADM ganhou a funcao REMATRICULA
      *                    (CALL PROGCOB75): confirmacao ou recusa da
      *                    familia na campanha de rematricula aberta
      *                    pelo PROGCOB74, auditada como FN-REMATRIC.
      * 15/10/2026 LL      Menu do ADM ganhou a funcao DOCUMENTOS DO
      *                    ALUNO (CALL PROGCOB78): conferencia dos
      *                    documentos de matricula exigidos e registro
      *                    das entregas, auditada como FN-DOCUMENTOS.
      * 15/10/2026 LL      Menu do COORDENADOR ganhou a funcao
      *                    OCORRENCIAS DISCIPLINARES (CALL PROGCOB80):
      *                    registro com advertencia/suspensao,
      *                    historico do aluno e resumo mensal da
      *                    turma, auditada como FN-OCORRENCIAS.
      * 15/10/2026 LL      Os menus fixos por nivel deram lugar a um
      *                    menu unico montado pela rotina comum
      *                    PERMCHK a partir da matriz de permissoes
      *                    PERMISSION-MASTER (copybook PERMREC): regra
      *                    por nivel e codigo de funcao mais excecao
      *                    por usuario do STAFF-ROSTER. So aparecem as
      *                    funcoes concedidas, escolhidas pelo codigo
      *                    de dois digitos (99 = SAIR); funcao negada
      *                    e recusada e gravada no AUDIT-LOG como
      *                    FN-NEGADA-nn. Sem matriz cadastrada valem
      *                    as mesmas funcoes dos menus antigos. Nova
      *                    funcao 13, MATRIZ DE PERMISSOES (CALL
      *                    PROGCOB89), auditada como FN-PERMISSOES.
      * 15/10/2026 LL      Usuario com acesso revogado na
      *                    recertificacao trimestral (LOCK-STATUS 'R',
      *                    gravado pelo PROGCOB93) e barrado como o
      *                    bloqueado, antes de conferir o PIN, com a
      *                    mensagem propria e o resultado REVOGADO no
      *                    AUDIT-LOG.
      * 15/10/2026 LL      PIN conferido pela rotina comum PINHASH
      *                    contra o hash com sal do SECURITY-FILE (o
      *                    PIN nao e mais gravado em claro); PIN de 6
      *                    a 12 digitos. A troca forcada passa a valer
      *                    tambem para SEC-TROCA-OBRIGATORIA (PIN
      *                    migrado pelo PROGCOB94 ou emitido pelo ADM),
      *                    com ate 3 tentativas de PIN novo valido.
      * 15/10/2026 LL      WRK-PROGRAMA-FUNCAO com 9 posicoes, como o
      *                    programa do catalogo no PERMLIST; o CALL
      *                    da funcao delegada recebia o nome cortado.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 PROFESSOR    VALUE 03.
           88 COORDENADOR  VALUE 04.
       77 WRK-FS-SECURITY PIC X(02) VALUE '00'.
       77 WRK-PIN PIC X(12) VALUE SPACES.
       77 WRK-PIN-SW PIC X(01) VALUE 'N'.
           88 WRK-PIN-CONFIRMADO VALUE 'S'.
       77 WRK-FS-LOCK PIC X(02) VALUE '00'.
       77 WRK-LIMITE-TENTATIVAS PIC 9(02) VALUE 03.
       77 WRK-BLOQUEIO-SW PIC X(01) VALUE 'N'.
           88 WRK-USUARIO-BLOQUEADO VALUE 'S'.
       77 WRK-REVOGADO-SW PIC X(01) VALUE 'N'.
           88 WRK-USUARIO-REVOGADO VALUE 'S'.
       77 WRK-FS-AUDIT PIC X(02) VALUE '00'.
       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-RESULTADO-AUX PIC X(15) VALUE SPACES.
      * MENU DE SESSAO POS-AUTENTICACAO: UMA FUNCAO POR VEZ, DE
      * VOLTA AO MENU ATE O USUARIO SAIR
      *---------------------------------------------------------
       01  WRK-FUNCAO.
           05 WRK-FUNCAO-DIG1 PIC X(01) VALUE SPACES.
           05 WRK-FUNCAO-DIG2 PIC X(01) VALUE SPACES.
       77 WRK-FUNCAO-CODIGO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR-SW PIC X(01) VALUE 'N'.
           88 WRK-SAIR VALUE 'S'.
      *---------------------------------------------------------
      * FUNCOES DO CATALOGO COM A DECISAO PARA O USUARIO (ROTINA
      * COMUM PERMCHK SOBRE A MATRIZ PERMISSION-MASTER)
      *---------------------------------------------------------
       COPY PERMLIST REPLACING ==:PREFIXO:== BY ==PRM==.
       77 WRK-FUNCAO-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-FUNCAO-ACHADA VALUE 'S'.
       77 WRK-PROGRAMA-FUNCAO PIC X(09) VALUE SPACES.
      *---------------------------------------------------------
      * CONTROLE DE VALIDADE DO PIN: PIN VENCIDO OBRIGA A TROCA
      * NO PROPRIO LOGIN, COM A NOVA VALIDADE 180 DIAS A FRENTE
      *---------------------------------------------------------
       77 WRK-DATA-HOJE-INT PIC 9(08) VALUE ZEROS.
       77 WRK-PIN-EXPIRADO-SW PIC X(01) VALUE 'N'.
           88 WRK-PIN-EXPIRADO VALUE 'S'.
       77 WRK-TROCA-OBRIGATORIA-SW PIC X(01) VALUE 'N'.
           88 WRK-TROCA-OBRIGATORIA VALUE 'S'.
       77 WRK-PIN-NOVO PIC X(12) VALUE SPACES.
       77 WRK-PEDIDOS-PIN-NOVO PIC 9(01) VALUE ZEROS.
       77 WRK-LIMITE-PEDIDOS PIC 9(01) VALUE 3.
      *---------------------------------------------------------
      * AREA DA ROTINA COMUM PINHASH (CONFERENCIA E GERACAO DA
      * CREDENCIAL DO SECURITY-FILE)
      *---------------------------------------------------------
       COPY PINAREA REPLACING ==:PREFIXO:== BY ==CRD==.
       77 WRK-PRAZO-VALIDADE PIC 9(03) VALUE 180.
       77 WRK-DATA-JULIANA PIC 9(08) VALUE ZEROS.
       77 WRK-VALIDADE-NOVA PIC 9(08) VALUE ZEROS.
           PERFORM 2500-GRAVAR-AUDITORIA THRU 2500-EXIT.
           IF WRK-PIN-CONFIRMADO AND NOT WRK-USUARIO-BLOQUEADO AND
              (ADM OR USER OR PROFESSOR OR COORDENADOR)
               CALL 'PERMCHK' USING WRK-NIVEL WRK-USUARIO
                   PRM-PERMISSOES
               PERFORM 3000-MENU-SESSAO THRU 3000-EXIT
                   UNTIL WRK-SAIR
           END-IF.
           EXIT.

      *----------------------------------------------------------
      * VERIFICA SE O WRK-USUARIO JA ESTA BLOQUEADO (OU TEVE O
      * ACESSO REVOGADO NA RECERTIFICACAO) EM LOCK-FILE ANTES DE
      * SEQUER CONFERIR O PIN.
      *----------------------------------------------------------
       1200-VERIFICAR-BLOQUEIO.
           MOVE 'N' TO WRK-BLOQUEIO-SW.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOCK-BLOQUEADO OR LOCK-REVOGADO
                           MOVE 'S' TO WRK-BLOQUEIO-SW
                       END-IF
                       IF LOCK-REVOGADO
                           MOVE 'S' TO WRK-REVOGADO-SW
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           EXIT.

      *----------------------------------------------------------
      * CONFERE O PIN INFORMADO CONTRA A CREDENCIAL DE
      * SECURITY-FILE PARA O WRK-USUARIO (ROTINA COMUM PINHASH).
      * SE O USUARIO NAO ESTIVER CADASTRADO OU O PIN NAO CONFERIR,
      * O ACESSO NAO E LIBERADO.
      *----------------------------------------------------------
       1500-VALIDAR-PIN.
           MOVE 'N' TO WRK-PIN-SW.
           MOVE 'N' TO WRK-PIN-EXPIRADO-SW.
           MOVE 'N' TO WRK-TROCA-OBRIGATORIA-SW.
           IF NOT WRK-USUARIO-BLOQUEADO
               OPEN INPUT SECURITY-FILE
               IF WRK-FS-SECURITY = '00'
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CRD-VERIFICAR TO TRUE
                           MOVE WRK-PIN TO CRD-PIN
                           CALL 'PINHASH' USING CRD-AREA SEC-REGISTRO
                           IF CRD-ACEITO
                               MOVE 'S' TO WRK-PIN-SW
                               IF SEC-VALIDADE NOT NUMERIC OR
                                  SEC-VALIDADE < WRK-DATA-HOJE-INT
                                   MOVE 'S' TO WRK-PIN-EXPIRADO-SW
                               END-IF
                               IF SEC-TROCA-OBRIGATORIA
                                   MOVE 'S' TO WRK-TROCA-OBRIGATORIA-SW
                               END-IF
                           END-IF
                   END-READ
                   CLOSE SECURITY-FILE
               END-IF
           END-IF.
           MOVE SPACES TO WRK-PIN CRD-PIN.
           IF WRK-PIN-CONFIRMADO AND
              (WRK-PIN-EXPIRADO OR WRK-TROCA-OBRIGATORIA)
               PERFORM 1550-FORCAR-TROCA-PIN THRU 1550-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PIN VENCIDO (OU SEM VALIDADE GRAVADA) OU COM TROCA
      * OBRIGATORIA: OBRIGA A TROCA NO PROPRIO LOGIN ANTES DE
      * LIBERAR O ACESSO. O NOVO PIN (6 A 12 DIGITOS, DIFERENTE DO
      * ATUAL) VIRA CREDENCIAL NOVA NA PINHASH, E REGRAVADO COM
      * VALIDADE DE 180 DIAS E A TROCA SAI NO AUDIT-LOG COMO
      * PIN-TROCADO. SEM PIN NOVO VALIDO EM 3 TENTATIVAS O ACESSO
      * NAO E LIBERADO.
      *----------------------------------------------------------
       1550-FORCAR-TROCA-PIN.
           COMPUTE WRK-DATA-JULIANA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-INT).
           COMPUTE WRK-VALIDADE-NOVA =
               FUNCTION DATE-OF-INTEGER(WRK-DATA-JULIANA +
                   WRK-PRAZO-VALIDADE).
           OPEN I-O SECURITY-FILE.
           IF WRK-FS-SECURITY NOT = '00'
               MOVE 'N' TO WRK-PIN-SW
               GO TO 1550-EXIT
           END-IF.
           MOVE WRK-USUARIO TO SEC-USUARIO.
           READ SECURITY-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-PIN-SW
                   CLOSE SECURITY-FILE
                   GO TO 1550-EXIT
           END-READ.
           MOVE ZEROS TO WRK-PEDIDOS-PIN-NOVO.
           MOVE SPACE TO CRD-RESULTADO.
           PERFORM 1555-PEDIR-PIN-NOVO THRU 1555-EXIT
               UNTIL CRD-ACEITO OR
                     WRK-PEDIDOS-PIN-NOVO >= WRK-LIMITE-PEDIDOS.
           IF CRD-ACEITO
               MOVE WRK-VALIDADE-NOVA TO SEC-VALIDADE
               REWRITE SEC-REGISTRO
               PERFORM 1560-AUDITAR-TROCA THRU 1560-EXIT
           ELSE
               MOVE 'N' TO WRK-PIN-SW
           END-IF.
           CLOSE SECURITY-FILE.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PEDE O PIN NOVO E GERA A CREDENCIAL NA PINHASH; PIN FORA
      * DO FORMATO OU IGUAL AO ATUAL E PEDIDO DE NOVO
      *----------------------------------------------------------
       1555-PEDIR-PIN-NOVO.
           ADD 1 TO WRK-PEDIDOS-PIN-NOVO.
           IF WRK-IDIOMA-INGLES
               IF WRK-TROCA-OBRIGATORIA
                   DISPLAY ' PIN CHANGE REQUIRED - ENTER A NEW PIN '
                       '(6 TO 12 DIGITS): '
               ELSE
                   DISPLAY ' PIN EXPIRED - ENTER A NEW PIN '
                       '(6 TO 12 DIGITS): '
               END-IF
           ELSE
               IF WRK-TROCA-OBRIGATORIA
                   DISPLAY ' TROCA DE PIN OBRIGATORIA - INFORME O '
                       'NOVO PIN (6 A 12 DIGITOS): '
               ELSE
                   DISPLAY ' PIN VENCIDO - INFORME O NOVO PIN '
                       '(6 A 12 DIGITOS): '
               END-IF
           END-IF.
           ACCEPT WRK-PIN-NOVO FROM CONSOLE.
           SET CRD-GERAR TO TRUE.
           MOVE WRK-PIN-NOVO TO CRD-PIN.
           CALL 'PINHASH' USING CRD-AREA SEC-REGISTRO.
           MOVE SPACES TO WRK-PIN-NOVO CRD-PIN.
           IF CRD-FORMATO-INVALIDO
               IF WRK-IDIOMA-INGLES
                   DISPLAY ' THE PIN MUST HAVE 6 TO 12 DIGITS'
               ELSE
                   DISPLAY ' O PIN DEVE TER DE 6 A 12 DIGITOS'
               END-IF
           END-IF.
           IF CRD-PIN-REPETIDO
               IF WRK-IDIOMA-INGLES
                   DISPLAY ' THE NEW PIN MUST DIFFER FROM THE '
                       'CURRENT ONE'
               ELSE
                   DISPLAY ' O PIN NOVO DEVE SER DIFERENTE DO ATUAL'
               END-IF
           END-IF.
       1555-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA NO AUDIT-LOG A TROCA DE PIN FORCADA PELO VENCIMENTO
      *----------------------------------------------------------
      *----------------------------------------------------------
       2000-VERIFICAR-ACESSO.
           IF WRK-USUARIO-BLOQUEADO
               IF WRK-USUARIO-REVOGADO
                   IF WRK-IDIOMA-INGLES
                       DISPLAY ' ACCESS REVOKED'
                   ELSE
                       DISPLAY ' ACESSO REVOGADO'
                   END-IF
                   MOVE 'REVOGADO' TO WRK-RESULTADO-AUX
               ELSE
                   IF WRK-IDIOMA-INGLES
                       DISPLAY ' USER LOCKED OUT'
                   ELSE
                       DISPLAY ' USUARIO BLOQUEADO'
                   END-IF
                   MOVE 'BLOQUEADO' TO WRK-RESULTADO-AUX
               END-IF
           ELSE
               IF NOT WRK-PIN-CONFIRMADO
                   IF WRK-IDIOMA-INGLES
           EXIT.

      *----------------------------------------------------------
      * MENU DE SESSAO: APRESENTA AS FUNCOES CONCEDIDAS AO USUARIO
      * NA MATRIZ DE PERMISSOES, CHAMA O PROGRAMA DA FUNCAO
      * ESCOLHIDA E GRAVA O LANCAMENTO NO AUDIT-LOG, VOLTANDO AO
      * MENU ATE O USUARIO SAIR
      *----------------------------------------------------------
       3000-MENU-SESSAO.
           IF PRM-QTDE-CONCEDIDAS = ZEROS
               IF WRK-IDIOMA-INGLES
                   DISPLAY ' NO FUNCTION GRANTED TO THIS USER'
               ELSE
                   DISPLAY ' NENHUMA FUNCAO LIBERADA PARA O USUARIO'
               END-IF
               MOVE 'S' TO WRK-SAIR-SW
               GO TO 3000-EXIT
           END-IF.
           DISPLAY ' '.
           EVALUATE TRUE
               WHEN ADM
                   DISPLAY 'MENU ADMINISTRADOR'
               WHEN PROFESSOR
                   DISPLAY 'MENU PROFESSOR'
               WHEN COORDENADOR
                   DISPLAY 'MENU COORDENADOR'
               WHEN USER
                   DISPLAY 'MENU USUARIO'
           END-EVALUATE.
           PERFORM 3100-EXIBIR-FUNCAO THRU 3100-EXIT
               VARYING PRM-IDX-FUN FROM 1 BY 1
               UNTIL PRM-IDX-FUN > PRM-QTDE-FUNCOES.
           DISPLAY '99 = SAIR'.
           MOVE SPACES TO WRK-FUNCAO.
           ACCEPT WRK-FUNCAO FROM CONSOLE.
           IF WRK-FUNCAO-DIG2 = SPACE
               MOVE WRK-FUNCAO-DIG1 TO WRK-FUNCAO-DIG2
               MOVE '0' TO WRK-FUNCAO-DIG1
           END-IF.
           IF WRK-FUNCAO = '99'
               MOVE 'S' TO WRK-SAIR-SW
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-DESPACHAR-FUNCAO THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-EXIBIR-FUNCAO.
           IF PRM-FUN-CONCEDIDA (PRM-IDX-FUN)
               DISPLAY PRM-FUN-CODIGO (PRM-IDX-FUN) ' = '
                   PRM-FUN-DESCRICAO (PRM-IDX-FUN)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LOCALIZA O CODIGO ESCOLHIDO NO CATALOGO: FUNCAO NAO
      * CONCEDIDA E RECUSADA E AUDITADA; A CONCEDIDA E AUDITADA E
      * CHAMADA (PROGRAMA EM BRANCO = LIBERACAO DO PROPRIO
      * PROGCOB11, COM A CONFERENCIA DE COBRANCA)
      *----------------------------------------------------------
       3200-DESPACHAR-FUNCAO.
           IF WRK-FUNCAO NOT NUMERIC
               DISPLAY 'FUNCAO INVALIDA: ' WRK-FUNCAO
               GO TO 3200-EXIT
           END-IF.
           MOVE WRK-FUNCAO TO WRK-FUNCAO-CODIGO.
           MOVE 'N' TO WRK-FUNCAO-ACHADA-SW.
           SET PRM-IDX-FUN TO 1.
           SEARCH PRM-FUN-ITEM
               AT END
                   CONTINUE
               WHEN PRM-IDX-FUN > PRM-QTDE-FUNCOES
                   CONTINUE
               WHEN PRM-FUN-CODIGO (PRM-IDX-FUN) = WRK-FUNCAO-CODIGO
                   MOVE 'S' TO WRK-FUNCAO-ACHADA-SW
           END-SEARCH.
           IF NOT WRK-FUNCAO-ACHADA
               DISPLAY 'FUNCAO INVALIDA: ' WRK-FUNCAO
               GO TO 3200-EXIT
           END-IF.
           IF NOT PRM-FUN-CONCEDIDA (PRM-IDX-FUN)
               PERFORM 3300-NEGAR-FUNCAO THRU 3300-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF PRM-FUN-PROGRAMA (PRM-IDX-FUN) = SPACES
               PERFORM 2100-VERIFICAR-TITULARIDADE THRU 2100-EXIT
               PERFORM 2500-GRAVAR-AUDITORIA THRU 2500-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE PRM-FUN-AUDITORIA (PRM-IDX-FUN) TO WRK-RESULTADO-AUX.
           PERFORM 2500-GRAVAR-AUDITORIA THRU 2500-EXIT.
           MOVE PRM-FUN-PROGRAMA (PRM-IDX-FUN) TO WRK-PROGRAMA-FUNCAO.
           CALL WRK-PROGRAMA-FUNCAO.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FUNCAO DO CATALOGO NAO CONCEDIDA AO USUARIO: RECUSA E
      * GRAVA A NEGATIVA NO AUDIT-LOG COMO FN-NEGADA-nn
      *----------------------------------------------------------
       3300-NEGAR-FUNCAO.
           IF WRK-IDIOMA-INGLES
               DISPLAY ' FUNCTION NOT AUTHORIZED: ' WRK-FUNCAO
           ELSE
               DISPLAY ' FUNCAO NAO AUTORIZADA: ' WRK-FUNCAO
           END-IF.
           MOVE SPACES TO WRK-RESULTADO-AUX.
           STRING 'FN-NEGADA-' WRK-FUNCAO DELIMITED BY SIZE
               INTO WRK-RESULTADO-AUX.
           PERFORM 2500-GRAVAR-AUDITORIA THRU 2500-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA A TENTATIVA DE ACESSO EM AUDIT-LOG: USUARIO, NIVEL,
      * DATA CORRENTE E O RESULTADO (ADM/PROFESSOR/COORDENADOR/
