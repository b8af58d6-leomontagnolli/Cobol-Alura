       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMCHK.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Rotina comum da matriz de permissoes: CHAMADA com
      *            o nivel do STAFF-ROSTER e o usuario, devolve em
      *            LNK-PERMISSOES (copybook PERMLIST) o catalogo de
      *            funcoes do menu de sessao do PROGCOB11 com a
      *            decisao de cada uma. A excecao do usuario no
      *            PERMISSION-MASTER (nivel 00) prevalece sobre a
      *            regra do nivel; sem nenhuma das duas a funcao e
      *            negada. Com o PERMISSION-MASTER vazio ou ausente
      *            vale a matriz padrao, igual aos menus fixos de
      *            antes (ADM 01-07 e 13, PROFESSOR 08-10,
      *            COORDENADOR 03, 05 e 11, USER 12), mais a
      *            aprovacao de alteracoes pendentes (14) para ADM e
      *            COORDENADOR. O catalogo e
      *            montado uma vez; a matriz e relida a cada
      *            chamada, para a manutencao do PROGCOB89 valer na
      *            hora. Usuario em branco devolve so a regra do
      *            nivel (listagem do PROGCOB90).
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Funcao 14 (aprovacao de alteracoes
      *                    pendentes, PROGCOB95) no catalogo e na
      *                    matriz padrao de ADM e COORDENADOR.
      * 15/10/2026 LL      Programa chamado no catalogo passa a ter 9
      *                    posicoes (PROGCOBnn nao cabia em 8).
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERMISSION-MASTER ASSIGN TO "PERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-CHAVE
               FILE STATUS IS WRK-FS-PERMISSOES.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMISSION-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY PERMREC REPLACING ==:PREFIXO:== BY ==PMS==.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE '00'.
       77 WRK-EOF-PERMISSOES-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PERMISSOES VALUE 'Y'.
       77 WRK-CATALOGO-SW PIC X(01) VALUE 'N'.
           88 WRK-CATALOGO-MONTADO VALUE 'S'.
       77 WRK-PADRAO-SW PIC X(01) VALUE 'N'.
           88 WRK-MATRIZ-PADRAO VALUE 'S'.
       77 WRK-REGRA-SW PIC X(01) VALUE 'N'.
           88 WRK-REGRA-ACHADA VALUE 'S'.
       77 WRK-NIVEL-BUSCA PIC 9(02) VALUE ZEROS.
       77 WRK-USUARIO-BUSCA PIC X(20) VALUE SPACES.
       77 WRK-FUNCAO-BUSCA PIC 9(02) VALUE ZEROS.
       77 WRK-SITUACAO-ACHADA PIC X(01) VALUE SPACES.
      *---------------------------------------------------------
      * CATALOGO DE FUNCOES DO MENU DE SESSAO: CODIGO, DESCRICAO,
      * PROGRAMA CHAMADO (BRANCO = EXECUTADA PELO PROGCOB11) E O
      * RESULTADO QUE O PROGCOB11 GRAVA NO AUDIT-LOG
      *---------------------------------------------------------
       77 WRK-QTDE-CATALOGO PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-CATALOGO.
           05 WRK-CAT-ITEM OCCURS 30 TIMES
                   INDEXED BY WRK-IDX-CAT.
               10 WRK-CAT-CODIGO       PIC 9(02).
               10 WRK-CAT-DESCRICAO    PIC X(30).
               10 WRK-CAT-PROGRAMA     PIC X(09).
               10 WRK-CAT-AUDITORIA    PIC X(15).
       01  WRK-CATALOGO-AUX.
           05 WRK-CTA-CODIGO           PIC 9(02).
           05 WRK-CTA-DESCRICAO        PIC X(30).
           05 WRK-CTA-PROGRAMA         PIC X(09).
           05 WRK-CTA-AUDITORIA        PIC X(15).
      *---------------------------------------------------------
      * REGRAS DA MATRIZ (DO PERMISSION-MASTER OU A PADRAO),
      * RECARREGADAS A CADA CHAMADA
      *---------------------------------------------------------
       77 WRK-QTDE-REGRAS PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-REGRAS.
           05 WRK-REG-ITEM OCCURS 1000 TIMES
                   INDEXED BY WRK-IDX-REG.
               10 WRK-REG-NIVEL        PIC 9(02).
               10 WRK-REG-USUARIO      PIC X(20).
               10 WRK-REG-FUNCAO       PIC 9(02).
               10 WRK-REG-SITUACAO     PIC X(01).
       77 WRK-PAD-NIVEL PIC 9(02) VALUE ZEROS.
       77 WRK-PAD-FUNCAO PIC 9(02) VALUE ZEROS.
       LINKAGE SECTION.
       01  LNK-NIVEL PIC 9(02).
       01  LNK-USUARIO PIC X(20).
       COPY PERMLIST REPLACING ==:PREFIXO:== BY ==LNK==.
       PROCEDURE DIVISION USING LNK-NIVEL LNK-USUARIO
           LNK-PERMISSOES.
       0000-MAINLINE.
           IF NOT WRK-CATALOGO-MONTADO
               PERFORM 1400-MONTAR-CATALOGO THRU 1400-EXIT
           END-IF.
           PERFORM 1000-CARREGAR-REGRAS THRU 1000-EXIT.
           PERFORM 2000-AVALIAR-CATALOGO THRU 2000-EXIT.
           GOBACK.

      *----------------------------------------------------------
      * CARREGA AS REGRAS DO PERMISSION-MASTER; SEM NENHUMA LINHA
      * VALE A MATRIZ PADRAO
      *----------------------------------------------------------
       1000-CARREGAR-REGRAS.
           MOVE ZEROS TO WRK-QTDE-REGRAS.
           MOVE 'N' TO WRK-PADRAO-SW.
           MOVE 'N' TO WRK-EOF-PERMISSOES-SW.
           OPEN INPUT PERMISSION-MASTER.
           IF WRK-FS-PERMISSOES = '00'
               PERFORM 1100-LER-REGRA THRU 1100-EXIT
                   UNTIL WRK-EOF-PERMISSOES
               CLOSE PERMISSION-MASTER
           END-IF.
           IF WRK-QTDE-REGRAS = ZEROS
               MOVE 'S' TO WRK-PADRAO-SW
               PERFORM 1300-MATRIZ-PADRAO THRU 1300-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LER-REGRA.
           READ PERMISSION-MASTER NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-PERMISSOES-SW
               NOT AT END
                   PERFORM 1200-GUARDAR-REGRA THRU 1200-EXIT
           END-READ.
       1100-EXIT.
           EXIT.

       1200-GUARDAR-REGRA.
           IF PMS-FUNCAO NOT NUMERIC OR PMS-NIVEL NOT NUMERIC
               GO TO 1200-EXIT
           END-IF.
           IF NOT PMS-CONCEDIDA AND NOT PMS-NEGADA
               GO TO 1200-EXIT
           END-IF.
           IF WRK-QTDE-REGRAS >= 1000
               DISPLAY 'ATENCAO - TABELA DE PERMISSOES CHEIA, '
                   'REGRA IGNORADA: ' PMS-CHAVE
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-REGRAS.
           SET WRK-IDX-REG TO WRK-QTDE-REGRAS.
           MOVE PMS-NIVEL TO WRK-REG-NIVEL (WRK-IDX-REG).
           MOVE PMS-USUARIO TO WRK-REG-USUARIO (WRK-IDX-REG).
           MOVE PMS-FUNCAO TO WRK-REG-FUNCAO (WRK-IDX-REG).
           MOVE PMS-SITUACAO TO WRK-REG-SITUACAO (WRK-IDX-REG).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MATRIZ PADRAO: AS MESMAS FUNCOES DOS MENUS FIXOS QUE O
      * PROGCOB11 TINHA ANTES DO PERMISSION-MASTER
      *----------------------------------------------------------
       1300-MATRIZ-PADRAO.
           MOVE 01 TO WRK-PAD-NIVEL.
           PERFORM 1350-INCLUIR-PADRAO THRU 1350-EXIT
               VARYING WRK-PAD-FUNCAO FROM 1 BY 1
               UNTIL WRK-PAD-FUNCAO > 7.
           MOVE 13 TO WRK-PAD-FUNCAO.
           PERFORM 1350-INCLUIR-PADRAO THRU 1350-EXIT.
           MOVE 14 TO WRK-PAD-FUNCAO.
           PERFORM 1350-INCLUIR-PADRAO THRU 1350-EXIT.
           MOVE 03 TO WRK-PAD-NIVEL.
           PERFORM 1350-INCLUIR-PADRAO THRU 1350-EXIT
               VARYING WRK-PAD-FUNCAO FROM 8 BY 1
               UNTIL WRK-PAD-FUNCAO > 10.
           MOVE 04 TO WRK-PAD-NIVEL.
           MOVE 03 TO WRK-PAD-FUNCAO.
           PERFORM 1350-INCLUIR-PADRAO THRU 1350-EXIT.
           MOVE 05 TO WRK-PAD-FUNCAO.
           PERFORM 1350-INCLUIR-PADRAO THRU 1350-EXIT.
           MOVE 11 TO WRK-PAD-FUNCAO.
           PERFORM 1350-INCLUIR-PADRAO THRU 1350-EXIT.
           MOVE 14 TO WRK-PAD-FUNCAO.
           PERFORM 1350-INCLUIR-PADRAO THRU 1350-EXIT.
           MOVE 02 TO WRK-PAD-NIVEL.
           MOVE 12 TO WRK-PAD-FUNCAO.
           PERFORM 1350-INCLUIR-PADRAO THRU 1350-EXIT.
       1300-EXIT.
           EXIT.

       1350-INCLUIR-PADRAO.
           ADD 1 TO WRK-QTDE-REGRAS.
           SET WRK-IDX-REG TO WRK-QTDE-REGRAS.
           MOVE WRK-PAD-NIVEL TO WRK-REG-NIVEL (WRK-IDX-REG).
           MOVE SPACES TO WRK-REG-USUARIO (WRK-IDX-REG).
           MOVE WRK-PAD-FUNCAO TO WRK-REG-FUNCAO (WRK-IDX-REG).
           MOVE 'C' TO WRK-REG-SITUACAO (WRK-IDX-REG).
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CATALOGO DE FUNCOES DO MENU DE SESSAO
      *----------------------------------------------------------
       1400-MONTAR-CATALOGO.
           MOVE 'S' TO WRK-CATALOGO-SW.
           MOVE ZEROS TO WRK-QTDE-CATALOGO.
           MOVE 01 TO WRK-CTA-CODIGO.
           MOVE 'LIBERAR BOLETIM/HISTORICO' TO WRK-CTA-DESCRICAO.
           MOVE SPACES TO WRK-CTA-PROGRAMA.
           MOVE 'FN-LIBERACAO' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 02 TO WRK-CTA-CODIGO.
           MOVE 'ADMINISTRACAO DE PIN' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB23' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-PINADM' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 03 TO WRK-CTA-CODIGO.
           MOVE 'CONSULTA DE RELATORIOS' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB28' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-CONSULTA' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 04 TO WRK-CTA-CODIGO.
           MOVE 'EMITIR BOLETIM DE ALUNO' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB12' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-BOLETIM' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 05 TO WRK-CTA-CODIGO.
           MOVE 'PERFIL 360 DO ALUNO' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB54' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-PERFIL' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 06 TO WRK-CTA-CODIGO.
           MOVE 'REMATRICULA' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB75' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-REMATRIC' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 07 TO WRK-CTA-CODIGO.
           MOVE 'DOCUMENTOS DO ALUNO' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB78' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-DOCUMENTOS' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 08 TO WRK-CTA-CODIGO.
           MOVE 'LANCAMENTO DE NOTAS' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB27' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-NOTAS' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 09 TO WRK-CTA-CODIGO.
           MOVE 'CHAMADA POR AULA' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB67' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-CHAMADA' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 10 TO WRK-CTA-CODIGO.
           MOVE 'DIARIO DE AVALIACOES' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB70' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-AVALIACOES' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 11 TO WRK-CTA-CODIGO.
           MOVE 'OCORRENCIAS DISCIPLINARES' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB80' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-OCORRENCIAS' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 12 TO WRK-CTA-CODIGO.
           MOVE 'CONSULTA DE GPA' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB10' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-GPA' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 13 TO WRK-CTA-CODIGO.
           MOVE 'MATRIZ DE PERMISSOES' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB89' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-PERMISSOES' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
           MOVE 14 TO WRK-CTA-CODIGO.
           MOVE 'APROVAR ALTERACOES PENDENTES' TO WRK-CTA-DESCRICAO.
           MOVE 'PROGCOB95' TO WRK-CTA-PROGRAMA.
           MOVE 'FN-APROVACAO' TO WRK-CTA-AUDITORIA.
           PERFORM 1450-INCLUIR-FUNCAO THRU 1450-EXIT.
       1400-EXIT.
           EXIT.

       1450-INCLUIR-FUNCAO.
           ADD 1 TO WRK-QTDE-CATALOGO.
           SET WRK-IDX-CAT TO WRK-QTDE-CATALOGO.
           MOVE WRK-CATALOGO-AUX TO WRK-CAT-ITEM (WRK-IDX-CAT).
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DECIDE CADA FUNCAO DO CATALOGO: EXCECAO DO USUARIO, SENAO
      * REGRA DO NIVEL, SENAO NEGADA
      *----------------------------------------------------------
       2000-AVALIAR-CATALOGO.
           MOVE WRK-PADRAO-SW TO LNK-MATRIZ-PADRAO.
           MOVE WRK-QTDE-CATALOGO TO LNK-QTDE-FUNCOES.
           MOVE ZEROS TO LNK-QTDE-CONCEDIDAS.
           PERFORM 2100-AVALIAR-FUNCAO THRU 2100-EXIT
               VARYING WRK-IDX-CAT FROM 1 BY 1
               UNTIL WRK-IDX-CAT > WRK-QTDE-CATALOGO.
       2000-EXIT.
           EXIT.

       2100-AVALIAR-FUNCAO.
           SET LNK-IDX-FUN TO WRK-IDX-CAT.
           MOVE WRK-CAT-CODIGO (WRK-IDX-CAT)
               TO LNK-FUN-CODIGO (LNK-IDX-FUN).
           MOVE WRK-CAT-DESCRICAO (WRK-IDX-CAT)
               TO LNK-FUN-DESCRICAO (LNK-IDX-FUN).
           MOVE WRK-CAT-PROGRAMA (WRK-IDX-CAT)
               TO LNK-FUN-PROGRAMA (LNK-IDX-FUN).
           MOVE WRK-CAT-AUDITORIA (WRK-IDX-CAT)
               TO LNK-FUN-AUDITORIA (LNK-IDX-FUN).
           MOVE 'N' TO LNK-FUN-SITUACAO (LNK-IDX-FUN).
           MOVE SPACES TO LNK-FUN-ORIGEM (LNK-IDX-FUN).
           MOVE WRK-CAT-CODIGO (WRK-IDX-CAT) TO WRK-FUNCAO-BUSCA.
           PERFORM 2150-PROCURAR-DECISAO THRU 2150-EXIT.
           IF WRK-SITUACAO-ACHADA = 'C'
               MOVE 'S' TO LNK-FUN-SITUACAO (LNK-IDX-FUN)
               ADD 1 TO LNK-QTDE-CONCEDIDAS
           END-IF.
       2100-EXIT.
           EXIT.

       2150-PROCURAR-DECISAO.
           IF LNK-USUARIO NOT = SPACES
               MOVE ZEROS TO WRK-NIVEL-BUSCA
               MOVE LNK-USUARIO TO WRK-USUARIO-BUSCA
               PERFORM 2200-PROCURAR-REGRA THRU 2200-EXIT
               IF WRK-REGRA-ACHADA
                   MOVE 'U' TO LNK-FUN-ORIGEM (LNK-IDX-FUN)
                   GO TO 2150-EXIT
               END-IF
           END-IF.
           MOVE LNK-NIVEL TO WRK-NIVEL-BUSCA.
           MOVE SPACES TO WRK-USUARIO-BUSCA.
           PERFORM 2200-PROCURAR-REGRA THRU 2200-EXIT.
           IF NOT WRK-REGRA-ACHADA
               GO TO 2150-EXIT
           END-IF.
           IF WRK-MATRIZ-PADRAO
               MOVE 'P' TO LNK-FUN-ORIGEM (LNK-IDX-FUN)
           ELSE
               MOVE 'N' TO LNK-FUN-ORIGEM (LNK-IDX-FUN)
           END-IF.
       2150-EXIT.
           EXIT.

       2200-PROCURAR-REGRA.
           MOVE 'N' TO WRK-REGRA-SW.
           MOVE SPACES TO WRK-SITUACAO-ACHADA.
           SET WRK-IDX-REG TO 1.
           SEARCH WRK-REG-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-REG > WRK-QTDE-REGRAS
                   CONTINUE
               WHEN WRK-REG-NIVEL (WRK-IDX-REG) = WRK-NIVEL-BUSCA AND
                    WRK-REG-USUARIO (WRK-IDX-REG) =
                        WRK-USUARIO-BUSCA AND
                    WRK-REG-FUNCAO (WRK-IDX-REG) = WRK-FUNCAO-BUSCA
                   MOVE 'S' TO WRK-REGRA-SW
                   MOVE WRK-REG-SITUACAO (WRK-IDX-REG)
                       TO WRK-SITUACAO-ACHADA
           END-SEARCH.
       2200-EXIT.
           EXIT.
