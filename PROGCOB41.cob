      *            errado. Ao final imprime em CALPROOF a prova do
      *            calendario ordenada, com linha de assinatura, para
      *            a secretaria conferir antes do ano letivo.
      *            Inclusao e remocao nao valem direto: o operador
      *            (ADM ou COORDENADOR autenticado pelo PIN) registra
      *            o pedido na fila de alteracoes pendentes (rotina
      *            comum PENDGRV) e o calendario so muda quando outro
      *            ADM ou COORDENADOR aprova no PROGCOB95, que e quem
      *            passa a regravar o HOLCAL.
      * DATA = 01/09/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 01/09/2026 LL      Programa criado.
      * 15/10/2026 LL      Aprovacao em dupla: o operador autentica
      *                    com PIN (ADM ou COORDENADOR) e inclusao e
      *                    remocao viram pedidos na fila de
      *                    alteracoes pendentes (PENDGRV) com as
      *                    imagens antes/depois; o HOLCAL deixa de ser
      *                    regravado aqui (a regravacao no formato
      *                    novo passa para a aprovacao no PROGCOB95) e
      *                    a ordenacao fica so para a prova.
      * 15/10/2026 LL      Cada inclusao ou remocao pedida passa pela
      *                    conferencia do ano letivo legal (rotina
      *                    LEGALCHK) com o calendario projetado como
      *                    ficaria depois da aprovacao: dias letivos
      *                    abaixo de 200 ou turma abaixo de 800 horas
      *                    saem como aviso no console, a tempo de
      *                    marcar sabado de reposicao.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALENDAR-PROOF ASSIGN TO "CALPROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROVA.
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
       FD  CALENDAR-FILE
       FD  CALENDAR-PROOF
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA                PIC X(80).
       FD  SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECUSER.
       FD  STAFF-ROSTER
           LABEL RECORDS ARE STANDARD.
       COPY STAFFREC.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-CALENDARIO PIC X(02) VALUE '00'.
       77 WRK-FS-PROVA PIC X(02) VALUE '00'.
       77 WRK-FS-SECURITY PIC X(02) VALUE '00'.
       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-PIN PIC X(12) VALUE SPACES.
       77 WRK-PIN-SW PIC X(01) VALUE 'N'.
           88 WRK-PIN-CONFIRMADO VALUE 'S'.
       77 WRK-NIVEL PIC 9(02) VALUE ZEROS.
           88 WRK-NIVEL-AUTORIZADO VALUES 01 04.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------
      * AREA DA ROTINA COMUM PINHASH (CONFERENCIA DA CREDENCIAL DO
      * SECURITY-FILE), PEDIDO MONTADO PARA A ROTINA COMUM PENDGRV
      * E IMAGEM DA DATA PEDIDA NO LAYOUT DO HOLCAL
      *---------------------------------------------------------
       COPY PINAREA REPLACING ==:PREFIXO:== BY ==CRD==.
       COPY PENDREC REPLACING ==:PREFIXO:== BY ==PED==.
       COPY CALREC REPLACING ==:PREFIXO:== BY ==IMG==.
      *---------------------------------------------------------
      * AREA DA ROTINA COMUM LEGALCHK: ANO E CALENDARIO PROJETADO
      * COM O PEDIDO, E O RESULTADO DA CONFERENCIA DO ANO LETIVO
      *---------------------------------------------------------
       COPY LEGLAREA REPLACING ==:PREFIXO:== BY ==LEG==.
       77 WRK-IDX-TUR PIC 9(03) VALUE ZEROS.
       77 WRK-EOF-CAL-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CAL VALUE 'Y'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1500-AUTENTICAR THRU 1500-EXIT.
           IF NOT WRK-PIN-CONFIRMADO OR NOT WRK-NIVEL-AUTORIZADO
               DISPLAY 'ACESSO NEGADO - SOMENTE ADM OU COORDENADOR '
                   'AUTENTICADO PEDE ALTERACAO DO CALENDARIO'
               STOP RUN
           END-IF.
           PERFORM 2000-MENU THRU 2000-EXIT
               UNTIL WRK-OPCAO-FIM.
           PERFORM 6000-ORDENAR-TABELA THRU 6000-EXIT.
           PERFORM 7000-IMPRIMIR-PROVA THRU 7000-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * IDENTIFICA O OPERADOR (SOLICITANTE DOS PEDIDOS) E CARREGA
      * O CALENDARIO ATUAL NA TABELA. LINHA NO FORMATO ANTIGO
      * (MMDD NA FRENTE, SEM ANO) ENTRA COMO DATA FIXA.
      *----------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'PIN ...'.
           ACCEPT WRK-PIN FROM CONSOLE.
           OPEN INPUT CALENDAR-FILE.
           IF WRK-FS-CALENDARIO = '00'
               PERFORM 1100-LER-CALENDARIO THRU 1100-EXIT
       1200-EXIT.
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
      * MENU DO CONSOLE: I=INCLUIR R=REMOVER L=LISTAR F=FIM
      *----------------------------------------------------------
           EXIT.

      *----------------------------------------------------------
      * PEDE A INCLUSAO DE UMA DATA: ANO 0000 PARA DATA FIXA OU O
      * ANO DO FERIADO MOVEL, MMDD VALIDADO COMO DATA REAL E SEM
      * DUPLICIDADE NA TABELA
      *----------------------------------------------------------
       3000-INCLUIR.
               DISPLAY 'TABELA DO CALENDARIO CHEIA - NADA INCLUIDO'
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO PED-REGISTRO.
           MOVE 'INCLUSAO' TO PED-ACAO.
           MOVE WRK-ENT-ANO TO IMG-ANO.
           MOVE WRK-ENT-MMDD TO IMG-MMDD.
           MOVE WRK-ENT-DESCRICAO TO IMG-DESCRICAO.
           MOVE IMG-REGISTRO TO PED-DEPOIS.
           PERFORM 4500-REGISTRAR-PEDIDO THRU 4500-EXIT.
           IF PED-NUMERO NOT = ZEROS
               ADD 1 TO WRK-QTDE-INCLUIDOS
               MOVE WRK-QTDE-DATAS TO LEG-QTDE-DATAS
               MOVE WRK-TABELA-DATAS TO LEG-TABELA-DATAS
               ADD 1 TO LEG-QTDE-DATAS
               MOVE IMG-REGISTRO TO LEG-DATA-ITEM (LEG-QTDE-DATAS)
               PERFORM 4600-CONFERIR-LETIVO THRU 4600-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

           EXIT.

      *----------------------------------------------------------
      * PEDE A REMOCAO DE UMA DATA PELA CHAVE ANO + MMDD, COM A
      * IMAGEM ATUAL DA LINHA COMO ANTES
      *----------------------------------------------------------
       4000-REMOVER.
           DISPLAY 'ANO DA DATA A REMOVER (0000 = FIXA): '.
           PERFORM 3200-PROCURAR-DATA THRU 3200-EXIT.
           IF NOT WRK-ACHOU
               DISPLAY 'DATA NAO ENCONTRADA (' WRK-ENT-ANO ' '
                   WRK-ENT-MMDD ') - NADA PEDIDO'
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO PED-REGISTRO.
           MOVE 'REMOCAO' TO PED-ACAO.
           MOVE WRK-DATA-ITEM (WRK-IDX-DATA) TO PED-ANTES.
           PERFORM 4500-REGISTRAR-PEDIDO THRU 4500-EXIT.
           IF PED-NUMERO NOT = ZEROS
               ADD 1 TO WRK-QTDE-REMOVIDOS
               MOVE WRK-QTDE-DATAS TO LEG-QTDE-DATAS
               MOVE WRK-TABELA-DATAS TO LEG-TABELA-DATAS
               SET WRK-IDX-TUR TO WRK-IDX-DATA
               MOVE 9999 TO LEG-DT-ANO (WRK-IDX-TUR)
               PERFORM 4600-CONFERIR-LETIVO THRU 4600-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGISTRA O PEDIDO NA FILA DE ALTERACOES PENDENTES COM O
      * SOLICITANTE E A DATA; O HOLCAL SO MUDA NA APROVACAO
      * (PROGCOB95)
      *----------------------------------------------------------
       4500-REGISTRAR-PEDIDO.
           MOVE 'C' TO PED-TIPO.
           MOVE WRK-USUARIO TO PED-SOLICITANTE.
           MOVE WRK-DATA-HOJE TO PED-DATA-PEDIDO.
           CALL 'PENDGRV' USING PED-REGISTRO.
           IF PED-NUMERO = ZEROS
               DISPLAY 'PEDIDO NAO REGISTRADO - CALENDARIO SEM '
                   'ALTERACAO'
           ELSE
               DISPLAY 'PEDIDO ' PED-NUMERO ' REGISTRADO - VALE '
                   'DEPOIS DA APROVACAO DE OUTRO ADM OU COORDENADOR'
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE O ANO LETIVO DA DATA PEDIDA (DATA FIXA: O ANO
      * CORRENTE) COM O CALENDARIO PROJETADO JA MONTADO NA AREA DA
      * LEGALCHK -- A DATA REMOVIDA FICA COM ANO 9999, QUE NAO
      * CASA COM NENHUM DIA -- E AVISA SE O ANO FICA ABAIXO DO
      * MINIMO LEGAL
      *----------------------------------------------------------
       4600-CONFERIR-LETIVO.
           IF WRK-ENT-ANO = ZEROS
               MOVE WRK-ANO TO LEG-ANO
           ELSE
               MOVE WRK-ENT-ANO TO LEG-ANO
           END-IF.
           CALL 'LEGALCHK' USING LEG-AREA.
           IF LEG-SEM-PERIODO
               DISPLAY 'ATENCAO - ANO LETIVO ' LEG-ANO ' COM BIMESTRE '
                   'SEM DATAS NO PERIOD-CONTROL - CONFERENCIA PARCIAL'
           END-IF.
           DISPLAY 'ANO LETIVO ' LEG-ANO ' COM O PEDIDO: '
               LEG-DIAS-TOTAL ' DIAS LETIVOS (MINIMO '
               LEG-DIAS-MINIMO ')'.
           IF LEG-DIAS-ABAIXO
               DISPLAY 'ATENCAO - ABAIXO DO MINIMO LEGAL DE DIAS '
                   'LETIVOS - MARCAR SABADO DE REPOSICAO'
           END-IF.
           IF LEG-QTDE-TURMAS-ABAIXO > ZEROS
               DISPLAY 'ATENCAO - ' LEG-QTDE-TURMAS-ABAIXO
                   ' TURMA(S) ABAIXO DE ' LEG-HORAS-MINIMO ' HORAS:'
               PERFORM 4650-AVISAR-TURMA THRU 4650-EXIT
                   VARYING WRK-IDX-TUR FROM 1 BY 1
                   UNTIL WRK-IDX-TUR > LEG-QTDE-TURMAS
           END-IF.
       4600-EXIT.
           EXIT.

       4650-AVISAR-TURMA.
           IF LEG-TUR-ABAIXO (WRK-IDX-TUR) = 'S'
               DISPLAY '  TURMA ' LEG-TUR-CODIGO (WRK-IDX-TUR) ' - '
                   LEG-TUR-HORAS (WRK-IDX-TUR) ' HORAS'
           END-IF.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------
           EXIT.

      *----------------------------------------------------------
      * ORDENA A TABELA (ANO, MMDD) PARA A PROVA
      *----------------------------------------------------------
       6000-ORDENAR-TABELA.
           IF WRK-QTDE-DATAS > 1
               MOVE 'S' TO WRK-TROCOU-SW
               PERFORM 6100-PASSADA-ORDENACAO THRU 6100-EXIT
                   UNTIL NOT WRK-TROCOU
           END-IF.
       6000-EXIT.
           EXIT.

       6200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * IMPRIME A PROVA DO CALENDARIO ORDENADA, COM A LINHA DE
      * ASSINATURA PARA A SECRETARIA APROVAR ANTES DO ANO LETIVO
      *----------------------------------------------------------
       8000-FINALIZAR.
           DISPLAY 'DATAS NO CALENDARIO: ' WRK-QTDE-DATAS.
           DISPLAY 'INCLUSOES PEDIDAS NESTA SESSAO: '
               WRK-QTDE-INCLUIDOS.
           DISPLAY 'REMOCOES PEDIDAS NESTA SESSAO: '
               WRK-QTDE-REMOVIDOS.
       8000-EXIT.
           EXIT.
