       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB95.
      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = Aprovacao em dupla das alteracoes pendentes
      *            (funcao 14 do menu do PROGCOB11): o aprovador
      *            autentica com PIN e precisa ser ADM ou COORDENADOR
      *            no STAFF-ROSTER; cada pedido pendente da fila
      *            CHANGE-QUEUE (copybook PENDREC) ainda dentro do
      *            prazo do PENDPARM aparece com as imagens antes e
      *            depois, e o aprovador aprova, rejeita (com motivo)
      *            ou pula. Pedido do proprio usuario nao pode ser
      *            decidido por ele. Aprovado, o pedido de parametro
      *            e gravado no GRADE-PARAMETERS (com a linha do
      *            PARAMETER-AUDIT levando solicitante e aprovador) e
      *            o de calendario no HOLCAL; a correcao de nota fica
      *            aprovada para a proxima corrida do PROGCOB18.
      *            Se o registro mudou depois do pedido, nada e
      *            gravado e o pedido fica como nao aplicado. Toda
      *            decisao leva os dois usuarios no pedido e vai para
      *            o AUDIT-LOG.
      * DATA = 15/10/2026
      *********************************
      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 LL      Programa criado.
      * 15/10/2026 LL      Calendario aprovado passa pela conferencia
      *                    do ano letivo legal (rotina LEGALCHK), com
      *                    aviso no console quando o ano fica abaixo
      *                    de 200 dias letivos ou turma abaixo de 800
      *                    horas.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CHANGE-QUEUE ASSIGN TO "PENDALT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS WRK-FS-FILA.
           SELECT OPTIONAL CHANGE-PARAMETERS ASSIGN TO "PENDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM-FILA.
           SELECT OPTIONAL GRADE-PARAMETERS ASSIGN TO "GRDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT PARAMETER-AUDIT ASSIGN TO "PRMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALENDARIO.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECUSER.
       FD  STAFF-ROSTER
           LABEL RECORDS ARE STANDARD.
       COPY STAFFREC.
       FD  CHANGE-QUEUE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC REPLACING ==:PREFIXO:== BY ==PND==.
       FD  CHANGE-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY PENDPARM REPLACING ==:PREFIXO:== BY ==PPM==.
       FD  GRADE-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==GP==.
       FD  PARAMETER-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  AUD-REGISTRO.
           05 AUD-USUARIO          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 AUD-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 AUD-ACAO             PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 AUD-ANTES            PIC X(38).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 AUD-DEPOIS           PIC X(38).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 AUD-APROVADOR        PIC X(20).
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALREC REPLACING ==:PREFIXO:== BY ==CAL==.
       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-FS-SECURITY PIC X(02) VALUE '00'.
       77 WRK-FS-STAFF PIC X(02) VALUE '00'.
       77 WRK-FS-FILA PIC X(02) VALUE '00'.
       77 WRK-FS-PARAM-FILA PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMETROS PIC X(02) VALUE '00'.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE '00'.
       77 WRK-FS-CALENDARIO PIC X(02) VALUE '00'.
       77 WRK-FS-AUDIT PIC X(02) VALUE '00'.
       77 WRK-EOF-FILA-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-FILA VALUE 'Y'.
       77 WRK-EOF-PARM-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-PARM VALUE 'Y'.
       77 WRK-EOF-CAL-SW PIC X(01) VALUE 'N'.
           88 WRK-EOF-CAL VALUE 'Y'.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-PIN PIC X(12) VALUE SPACES.
       77 WRK-PIN-SW PIC X(01) VALUE 'N'.
           88 WRK-PIN-CONFIRMADO VALUE 'S'.
       77 WRK-NIVEL PIC 9(02) VALUE ZEROS.
           88 WRK-NIVEL-AUTORIZADO VALUES 01 04.
       77 WRK-RESULTADO-AUX PIC X(15) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-JULIANA-PEDIDO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PEDIDO PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * AREA DA ROTINA COMUM PINHASH (CONFERENCIA DA CREDENCIAL DO
      * SECURITY-FILE)
      *---------------------------------------------------------
       COPY PINAREA REPLACING ==:PREFIXO:== BY ==CRD==.
      *---------------------------------------------------------
      * PRAZO DOS PEDIDOS (COPYBOOK PENDPARM, PADRAO 7 DIAS):
      * PEDIDO MAIS VELHO QUE O PRAZO NAO E MAIS MOSTRADO E FICA
      * PARA A BAIXA DO PROGCOB96
      *---------------------------------------------------------
       77 WRK-DIAS-EXPIRAR PIC 9(03) VALUE 7.
      *---------------------------------------------------------
      * DECISAO DO APROVADOR PARA O PEDIDO MOSTRADO
      *---------------------------------------------------------
       77 WRK-DECISAO PIC X(01) VALUE SPACES.
           88 WRK-DECISAO-APROVAR  VALUE 'A'.
           88 WRK-DECISAO-REJEITAR VALUE 'R'.
           88 WRK-DECISAO-PULAR    VALUE 'P'.
           88 WRK-DECISAO-FIM      VALUE 'F'.
       77 WRK-ENCERRAR-SW PIC X(01) VALUE 'N'.
           88 WRK-ENCERRAR VALUE 'S'.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-CONFLITO PIC X(40) VALUE SPACES.
       77 WRK-ACHOU-SW PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-QTDE-MOSTRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-APROVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-NAO-APLICADOS PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------
      * IMAGENS ANTES/DEPOIS DO PEDIDO NOS LAYOUTS DE CADA TIPO:
      * PARAMETRO (GRDPARM), CALENDARIO (CALREC) E CORRECAO DE
      * NOTA (TRANSACAO GRADECOR; NO ANTES O RESULTADO E O VALOR
      * ORIGINAL DO HISTORICO)
      *---------------------------------------------------------
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==PAN==.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==PDP==.
       COPY CALREC REPLACING ==:PREFIXO:== BY ==CAN==.
       COPY CALREC REPLACING ==:PREFIXO:== BY ==CDP==.
       01  NAN-REGISTRO.
           05 NAN-MATRICULA        PIC 9(07).
           05 NAN-MATERIA          PIC X(10).
           05 NAN-DATA-ORIGINAL    PIC 9(08).
           05 NAN-RESULTADO        PIC 9(02)V99.
           05 NAN-SOLICITANTE      PIC X(20).
       01  NDP-REGISTRO.
           05 NDP-MATRICULA        PIC 9(07).
           05 NDP-MATERIA          PIC X(10).
           05 NDP-DATA-ORIGINAL    PIC 9(08).
           05 NDP-RESULTADO        PIC 9(02)V99.
           05 NDP-SOLICITANTE      PIC X(20).
      *---------------------------------------------------------
      * TABELA DOS REGISTROS DE PARAMETRO (MESMA DO PROGCOB43)
      *---------------------------------------------------------
       77 WRK-QTDE-PARMS PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-PARMS.
           05 WRK-PARM-IMAGEM PIC X(38) OCCURS 50 TIMES
                   INDEXED BY WRK-IDX-PARM WRK-IDX-PARM-B.
       COPY GRDPARM REPLACING ==:PREFIXO:== BY ==TAB==.
      *---------------------------------------------------------
      * TABELA DO CALENDARIO (MESMA DO PROGCOB41)
      *---------------------------------------------------------
       77 WRK-QTDE-DATAS PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-DATAS.
           05 WRK-DATA-ITEM OCCURS 100 TIMES
                   INDEXED BY WRK-IDX-DATA WRK-IDX-DATA-B.
               10 WRK-DT-ANO       PIC 9(04).
               10 WRK-DT-MMDD      PIC 9(04).
               10 WRK-DT-DESCRICAO PIC X(20).
       01  WRK-DT-TEMP.
           05 WRK-TEMP-ANO       PIC 9(04).
           05 WRK-TEMP-MMDD      PIC 9(04).
           05 WRK-TEMP-DESCRICAO PIC X(20).
       77 WRK-TROCOU-SW PIC X(01) VALUE 'N'.
           88 WRK-TROCOU VALUE 'S'.
      *---------------------------------------------------------
      * AREA DA ROTINA COMUM LEGALCHK: ANO E CALENDARIO JA COM A
      * DATA APROVADA, E O RESULTADO DA CONFERENCIA DO ANO LETIVO
      *---------------------------------------------------------
       COPY LEGLAREA REPLACING ==:PREFIXO:== BY ==LEG==.
       77 WRK-IDX-TUR PIC 9(03) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1500-AUTENTICAR THRU 1500-EXIT.
           IF WRK-PIN-CONFIRMADO AND WRK-NIVEL-AUTORIZADO
               MOVE 'APROVADOR' TO WRK-RESULTADO-AUX
               PERFORM 7000-GRAVAR-AUDITORIA THRU 7000-EXIT
               PERFORM 2000-PERCORRER-FILA THRU 2000-EXIT
           ELSE
               DISPLAY 'ACESSO NEGADO - SOMENTE ADM OU COORDENADOR '
                   'AUTENTICADO APROVA ALTERACOES'
               MOVE 'NAO AUTORIZADO' TO WRK-RESULTADO-AUX
               PERFORM 7000-GRAVAR-AUDITORIA THRU 7000-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           GOBACK.

      *----------------------------------------------------------
      * OBTEM A DATA, O PRAZO DOS PEDIDOS E AS CREDENCIAIS DO
      * APROVADOR
      *----------------------------------------------------------
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-PIN-SW.
           MOVE 'N' TO WRK-ENCERRAR-SW.
           MOVE ZEROS TO WRK-QTDE-MOSTRADOS WRK-QTDE-APROVADOS
               WRK-QTDE-REJEITADOS WRK-QTDE-NAO-APLICADOS.
           MOVE 7 TO WRK-DIAS-EXPIRAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-HOJE =
               WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-JULIANA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           OPEN INPUT CHANGE-PARAMETERS.
           IF WRK-FS-PARAM-FILA = '00'
               READ CHANGE-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PPM-DIAS-EXPIRAR NUMERIC AND
                          PPM-DIAS-EXPIRAR > ZEROS
                           MOVE PPM-DIAS-EXPIRAR TO WRK-DIAS-EXPIRAR
                       END-IF
               END-READ
               CLOSE CHANGE-PARAMETERS
           END-IF.
           DISPLAY 'APROVACAO DE ALTERACOES PENDENTES'.
           DISPLAY 'USUARIO .. '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'PIN ...'.
           ACCEPT WRK-PIN FROM CONSOLE.
       1000-EXIT.
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
      * PERCORRE A FILA NA ORDEM DO NUMERO DO PEDIDO ATE O FIM OU
      * ATE O APROVADOR ENCERRAR
      *----------------------------------------------------------
       2000-PERCORRER-FILA.
           OPEN I-O CHANGE-QUEUE.
           IF WRK-FS-FILA = '35'
               DISPLAY 'NENHUM PEDIDO NA FILA DE ALTERACOES'
               GO TO 2000-EXIT
           END-IF.
           IF WRK-FS-FILA NOT = '00'
               DISPLAY 'ERRO AO ABRIR A FILA DE ALTERACOES - FS '
                   WRK-FS-FILA
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WRK-EOF-FILA-SW.
           MOVE ZEROS TO PND-NUMERO.
           START CHANGE-QUEUE KEY IS NOT LESS THAN PND-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WRK-EOF-FILA-SW
           END-START.
           PERFORM 2100-TRATAR-PEDIDO THRU 2100-EXIT
               UNTIL WRK-EOF-FILA OR WRK-ENCERRAR.
           CLOSE CHANGE-QUEUE.
           IF WRK-QTDE-MOSTRADOS = ZEROS
               DISPLAY 'NENHUM PEDIDO PENDENTE DENTRO DO PRAZO'
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LE O PROXIMO PEDIDO; PENDENTE E DENTRO DO PRAZO, MOSTRA AS
      * IMAGENS E PEDE A DECISAO. PEDIDO DO PROPRIO APROVADOR SO E
      * MOSTRADO.
      *----------------------------------------------------------
       2100-TRATAR-PEDIDO.
           READ CHANGE-QUEUE NEXT
               AT END
                   MOVE 'Y' TO WRK-EOF-FILA-SW
                   GO TO 2100-EXIT
           END-READ.
           IF NOT PND-PENDENTE
               GO TO 2100-EXIT
           END-IF.
           MOVE ZEROS TO WRK-DIAS-PEDIDO.
           IF PND-DATA-PEDIDO NUMERIC AND PND-DATA-PEDIDO > ZEROS
               COMPUTE WRK-JULIANA-PEDIDO =
                   FUNCTION INTEGER-OF-DATE(PND-DATA-PEDIDO)
               IF WRK-JULIANA-HOJE > WRK-JULIANA-PEDIDO
                   COMPUTE WRK-DIAS-PEDIDO =
                       WRK-JULIANA-HOJE - WRK-JULIANA-PEDIDO
               END-IF
           END-IF.
           IF WRK-DIAS-PEDIDO > WRK-DIAS-EXPIRAR
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-MOSTRADOS.
           PERFORM 2200-MOSTRAR-PEDIDO THRU 2200-EXIT.
           IF PND-SOLICITANTE = WRK-USUARIO
               DISPLAY 'PEDIDO DO PROPRIO USUARIO - SO OUTRO ADM OU '
                   'COORDENADOR PODE DECIDIR'
               GO TO 2100-EXIT
           END-IF.
           DISPLAY 'DECISAO (A=APROVAR R=REJEITAR P=PULAR F=FIM): '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-DECISAO-APROVAR
                   PERFORM 3000-APROVAR THRU 3000-EXIT
               WHEN WRK-DECISAO-REJEITAR
                   PERFORM 4000-REJEITAR THRU 4000-EXIT
               WHEN WRK-DECISAO-FIM
                   MOVE 'S' TO WRK-ENCERRAR-SW
               WHEN OTHER
                   DISPLAY 'PEDIDO ' PND-NUMERO ' MANTIDO PENDENTE'
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MOSTRA O PEDIDO: NUMERO, SOLICITANTE, DATA, ACAO E AS
      * IMAGENS ANTES E DEPOIS NO LAYOUT DO TIPO
      *----------------------------------------------------------
       2200-MOSTRAR-PEDIDO.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PEDIDO ' PND-NUMERO ' TIPO ' PND-TIPO ' ACAO '
               PND-ACAO ' DE ' PND-SOLICITANTE ' EM '
               PND-DATA-PEDIDO.
           EVALUATE TRUE
               WHEN PND-PARAMETRO
                   PERFORM 2300-MOSTRAR-PARAMETRO THRU 2300-EXIT
               WHEN PND-CALENDARIO
                   PERFORM 2400-MOSTRAR-CALENDARIO THRU 2400-EXIT
               WHEN PND-CORRECAO
                   PERFORM 2500-MOSTRAR-CORRECAO THRU 2500-EXIT
               WHEN OTHER
                   DISPLAY 'ANTES : ' PND-ANTES
                   DISPLAY 'DEPOIS: ' PND-DEPOIS
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2300-MOSTRAR-PARAMETRO.
           MOVE PND-ANTES TO PAN-REGISTRO.
           MOVE PND-DEPOIS TO PDP-REGISTRO.
           IF PND-ANTES = SPACES
               DISPLAY 'ANTES : (NAO HAVIA)'
           ELSE
               DISPLAY 'ANTES : VIGENCIA ' PAN-VIGENCIA ' TURMA ['
                   PAN-TURMA-ESCOPO '] APROV ' PAN-NOTA-APROVACAO
                   ' REC ' PAN-NOTA-REC-MINIMA '-'
                   PAN-NOTA-REC-MAXIMA ' FREQ ' PAN-FREQ-MINIMA
                   ' HONRA ' PAN-GPA-HONRA ' PESOS ' PAN-PESO-B1 '/'
                   PAN-PESO-B2 '/' PAN-PESO-B3 '/' PAN-PESO-B4
                   ' DEPEND ' PAN-MAX-DEPENDENCIAS
           END-IF.
           IF PND-DEPOIS = SPACES
               DISPLAY 'DEPOIS: (REMOVIDO)'
           ELSE
               DISPLAY 'DEPOIS: VIGENCIA ' PDP-VIGENCIA ' TURMA ['
                   PDP-TURMA-ESCOPO '] APROV ' PDP-NOTA-APROVACAO
                   ' REC ' PDP-NOTA-REC-MINIMA '-'
                   PDP-NOTA-REC-MAXIMA ' FREQ ' PDP-FREQ-MINIMA
                   ' HONRA ' PDP-GPA-HONRA ' PESOS ' PDP-PESO-B1 '/'
                   PDP-PESO-B2 '/' PDP-PESO-B3 '/' PDP-PESO-B4
                   ' DEPEND ' PDP-MAX-DEPENDENCIAS
           END-IF.
       2300-EXIT.
           EXIT.

       2400-MOSTRAR-CALENDARIO.
           MOVE PND-ANTES TO CAN-REGISTRO.
           MOVE PND-DEPOIS TO CDP-REGISTRO.
           IF PND-ANTES = SPACES
               DISPLAY 'ANTES : (NAO HAVIA)'
           ELSE
               DISPLAY 'ANTES : ANO ' CAN-ANO ' DATA ' CAN-MMDD ' '
                   CAN-DESCRICAO
           END-IF.
           IF PND-DEPOIS = SPACES
               DISPLAY 'DEPOIS: (REMOVIDA)'
           ELSE
               DISPLAY 'DEPOIS: ANO ' CDP-ANO ' DATA ' CDP-MMDD ' '
                   CDP-DESCRICAO
           END-IF.
       2400-EXIT.
           EXIT.

       2500-MOSTRAR-CORRECAO.
           MOVE PND-ANTES TO NAN-REGISTRO.
           MOVE PND-DEPOIS TO NDP-REGISTRO.
           DISPLAY 'MATRICULA ' NDP-MATRICULA ' MATERIA '
               NDP-MATERIA ' LANCAMENTO DE ' NDP-DATA-ORIGINAL.
           DISPLAY 'ANTES : MEDIA-ANUAL ' NAN-RESULTADO.
           DISPLAY 'DEPOIS: MEDIA-ANUAL ' NDP-RESULTADO.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * APROVA O PEDIDO: PARAMETRO E CALENDARIO SAO GRAVADOS NA
      * HORA; CORRECAO DE NOTA FICA APROVADA PARA O PROGCOB18. O
      * PEDIDO GUARDA O APROVADOR E A DATA DA DECISAO.
      *----------------------------------------------------------
       3000-APROVAR.
           MOVE SPACES TO WRK-CONFLITO.
           EVALUATE TRUE
               WHEN PND-PARAMETRO
                   PERFORM 3100-APLICAR-PARAMETRO THRU 3100-EXIT
               WHEN PND-CALENDARIO
                   PERFORM 3500-APLICAR-CALENDARIO THRU 3500-EXIT
               WHEN PND-CORRECAO
                   CONTINUE
               WHEN OTHER
                   MOVE 'TIPO DE PEDIDO DESCONHECIDO' TO WRK-CONFLITO
           END-EVALUATE.
           MOVE WRK-USUARIO TO PND-APROVADOR.
           MOVE WRK-DATA-HOJE TO PND-DATA-DECISAO.
           IF WRK-CONFLITO NOT = SPACES
               MOVE 'X' TO PND-SITUACAO
               MOVE WRK-CONFLITO TO PND-OBSERVACAO
               ADD 1 TO WRK-QTDE-NAO-APLICADOS
               MOVE 'ALT-NAO-APLIC' TO WRK-RESULTADO-AUX
               DISPLAY 'PEDIDO ' PND-NUMERO ' NAO APLICADO - '
                   WRK-CONFLITO
           ELSE
               IF PND-CORRECAO
                   MOVE 'A' TO PND-SITUACAO
                   DISPLAY 'PEDIDO ' PND-NUMERO ' APROVADO - A '
                       'CORRECAO ENTRA NA PROXIMA CORRIDA DO PROGCOB18'
               ELSE
                   MOVE 'T' TO PND-SITUACAO
                   DISPLAY 'PEDIDO ' PND-NUMERO ' APROVADO E APLICADO'
               END-IF
               ADD 1 TO WRK-QTDE-APROVADOS
               MOVE 'ALT-APROVADA' TO WRK-RESULTADO-AUX
           END-IF.
           PERFORM 6000-REGRAVAR-PEDIDO THRU 6000-EXIT.
           PERFORM 7000-GRAVAR-AUDITORIA THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA O PEDIDO DE PARAMETRO NO GRADE-PARAMETERS: O REGISTRO
      * ATUAL DA CHAVE PRECISA SER IGUAL A IMAGEM ANTES (OU NAO
      * EXISTIR, NA INCLUSAO); DEPOIS REGRAVA O ARQUIVO E GRAVA O
      * PARAMETER-AUDIT COM SOLICITANTE E APROVADOR
      *----------------------------------------------------------
       3100-APLICAR-PARAMETRO.
           PERFORM 3200-CARREGAR-PARAMETROS THRU 3200-EXIT.
           MOVE PND-ANTES TO PAN-REGISTRO.
           MOVE PND-DEPOIS TO PDP-REGISTRO.
           IF PND-ACAO = 'INCLUSAO'
               MOVE PDP-REGISTRO TO TAB-REGISTRO
           ELSE
               MOVE PAN-REGISTRO TO TAB-REGISTRO
           END-IF.
           PERFORM 3300-PROCURAR-CHAVE THRU 3300-EXIT.
           EVALUATE PND-ACAO
               WHEN 'INCLUSAO'
                   IF WRK-ACHOU
                       MOVE 'JA EXISTE REGISTRO COM A VIGENCIA/TURMA'
                           TO WRK-CONFLITO
                   ELSE
                       IF WRK-QTDE-PARMS >= 50
                           MOVE 'TABELA DE PARAMETROS CHEIA'
                               TO WRK-CONFLITO
                       ELSE
                           ADD 1 TO WRK-QTDE-PARMS
                           MOVE PDP-REGISTRO TO
                               WRK-PARM-IMAGEM (WRK-QTDE-PARMS)
                       END-IF
                   END-IF
               WHEN 'ALTERACA'
                   IF NOT WRK-ACHOU OR
                      WRK-PARM-IMAGEM (WRK-IDX-PARM) NOT = PND-ANTES
                       MOVE 'REGISTRO MUDOU DEPOIS DO PEDIDO'
                           TO WRK-CONFLITO
                   ELSE
                       MOVE PDP-REGISTRO TO
                           WRK-PARM-IMAGEM (WRK-IDX-PARM)
                   END-IF
               WHEN 'REMOCAO'
                   IF NOT WRK-ACHOU OR
                      WRK-PARM-IMAGEM (WRK-IDX-PARM) NOT = PND-ANTES
                       MOVE 'REGISTRO MUDOU DEPOIS DO PEDIDO'
                           TO WRK-CONFLITO
                   ELSE
                       PERFORM 3400-PUXAR-SEGUINTES THRU 3400-EXIT
                           UNTIL WRK-IDX-PARM >= WRK-QTDE-PARMS
                       SUBTRACT 1 FROM WRK-QTDE-PARMS
                   END-IF
               WHEN OTHER
                   MOVE 'ACAO DE PEDIDO DESCONHECIDA' TO WRK-CONFLITO
           END-EVALUATE.
           IF WRK-CONFLITO NOT = SPACES
               GO TO 3100-EXIT
           END-IF.
           OPEN OUTPUT GRADE-PARAMETERS.
           IF WRK-QTDE-PARMS > ZEROS
               PERFORM 3450-GRAVAR-PARAMETRO THRU 3450-EXIT
                   VARYING WRK-IDX-PARM FROM 1 BY 1
                   UNTIL WRK-IDX-PARM > WRK-QTDE-PARMS
           END-IF.
           CLOSE GRADE-PARAMETERS.
           OPEN EXTEND PARAMETER-AUDIT.
           IF WRK-FS-AUDITORIA = '35'
               OPEN OUTPUT PARAMETER-AUDIT
           END-IF.
           MOVE SPACES TO AUD-REGISTRO.
           MOVE PND-SOLICITANTE TO AUD-USUARIO.
           MOVE WRK-DATA-HOJE TO AUD-DATA.
           MOVE PND-ACAO TO AUD-ACAO.
           MOVE PND-ANTES TO AUD-ANTES.
           MOVE PND-DEPOIS TO AUD-DEPOIS.
           MOVE WRK-USUARIO TO AUD-APROVADOR.
           WRITE AUD-REGISTRO.
           CLOSE PARAMETER-AUDIT.
       3100-EXIT.
           EXIT.

       3200-CARREGAR-PARAMETROS.
           MOVE ZEROS TO WRK-QTDE-PARMS.
           MOVE 'N' TO WRK-EOF-PARM-SW.
           OPEN INPUT GRADE-PARAMETERS.
           IF WRK-FS-PARAMETROS = '00'
               PERFORM 3250-LER-PARAMETRO THRU 3250-EXIT
                   UNTIL WRK-EOF-PARM
           END-IF.
           CLOSE GRADE-PARAMETERS.
       3200-EXIT.
           EXIT.

       3250-LER-PARAMETRO.
           READ GRADE-PARAMETERS
               AT END
                   MOVE 'Y' TO WRK-EOF-PARM-SW
               NOT AT END
                   IF WRK-QTDE-PARMS < 50
                       ADD 1 TO WRK-QTDE-PARMS
                       MOVE GP-REGISTRO TO
                           WRK-PARM-IMAGEM (WRK-QTDE-PARMS)
                   ELSE
                       DISPLAY 'ATENCAO - TABELA CHEIA, REGISTRO '
                           'IGNORADO'
                   END-IF
           END-READ.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PROCURA NA TABELA A CHAVE VIGENCIA + TURMA DE TAB-REGISTRO
      *----------------------------------------------------------
       3300-PROCURAR-CHAVE.
           MOVE 'N' TO WRK-ACHOU-SW.
           SET WRK-IDX-PARM TO 1.
           PERFORM 3350-CONFERIR-UMA-CHAVE THRU 3350-EXIT
               UNTIL WRK-ACHOU OR WRK-IDX-PARM > WRK-QTDE-PARMS.
       3300-EXIT.
           EXIT.

       3350-CONFERIR-UMA-CHAVE.
           MOVE WRK-PARM-IMAGEM (WRK-IDX-PARM) TO GP-REGISTRO.
           IF GP-VIGENCIA = TAB-VIGENCIA AND
              GP-TURMA-ESCOPO = TAB-TURMA-ESCOPO
               MOVE 'S' TO WRK-ACHOU-SW
           ELSE
               SET WRK-IDX-PARM UP BY 1
           END-IF.
       3350-EXIT.
           EXIT.

       3400-PUXAR-SEGUINTES.
           SET WRK-IDX-PARM-B TO WRK-IDX-PARM.
           SET WRK-IDX-PARM-B UP BY 1.
           MOVE WRK-PARM-IMAGEM (WRK-IDX-PARM-B) TO
               WRK-PARM-IMAGEM (WRK-IDX-PARM).
           SET WRK-IDX-PARM UP BY 1.
       3400-EXIT.
           EXIT.

       3450-GRAVAR-PARAMETRO.
           MOVE WRK-PARM-IMAGEM (WRK-IDX-PARM) TO GP-REGISTRO.
           WRITE GP-REGISTRO.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA O PEDIDO DE CALENDARIO NO HOLCAL: INCLUSAO SO SE A
      * DATA AINDA NAO EXISTE; REMOCAO SO SE A LINHA ATUAL E IGUAL
      * A IMAGEM ANTES. O CALENDARIO E REGRAVADO ORDENADO E NO
      * FORMATO NOVO (MESMA REGRAVACAO QUE O PROGCOB41 FAZIA).
      *----------------------------------------------------------
       3500-APLICAR-CALENDARIO.
           PERFORM 3600-CARREGAR-CALENDARIO THRU 3600-EXIT.
           MOVE PND-ANTES TO CAN-REGISTRO.
           MOVE PND-DEPOIS TO CDP-REGISTRO.
           EVALUATE PND-ACAO
               WHEN 'INCLUSAO'
                   MOVE CDP-REGISTRO TO WRK-DT-TEMP
                   PERFORM 3700-PROCURAR-DATA THRU 3700-EXIT
                   IF WRK-ACHOU
                       MOVE 'DATA JA CADASTRADA NO CALENDARIO'
                           TO WRK-CONFLITO
                   ELSE
                       IF WRK-QTDE-DATAS >= 100
                           MOVE 'TABELA DO CALENDARIO CHEIA'
                               TO WRK-CONFLITO
                       ELSE
                           ADD 1 TO WRK-QTDE-DATAS
                           MOVE CDP-REGISTRO TO
                               WRK-DATA-ITEM (WRK-QTDE-DATAS)
                       END-IF
                   END-IF
               WHEN 'REMOCAO'
                   MOVE CAN-REGISTRO TO WRK-DT-TEMP
                   PERFORM 3700-PROCURAR-DATA THRU 3700-EXIT
                   IF NOT WRK-ACHOU OR
                      WRK-DATA-ITEM (WRK-IDX-DATA) NOT = PND-ANTES
                       MOVE 'DATA MUDOU DEPOIS DO PEDIDO'
                           TO WRK-CONFLITO
                   ELSE
                       PERFORM 3750-PUXAR-SEGUINTES THRU 3750-EXIT
                           UNTIL WRK-IDX-DATA >= WRK-QTDE-DATAS
                       SUBTRACT 1 FROM WRK-QTDE-DATAS
                   END-IF
               WHEN OTHER
                   MOVE 'ACAO DE PEDIDO DESCONHECIDA' TO WRK-CONFLITO
           END-EVALUATE.
           IF WRK-CONFLITO NOT = SPACES
               GO TO 3500-EXIT
           END-IF.
           IF WRK-QTDE-DATAS > 1
               MOVE 'S' TO WRK-TROCOU-SW
               PERFORM 3800-PASSADA-ORDENACAO THRU 3800-EXIT
                   UNTIL NOT WRK-TROCOU
           END-IF.
           OPEN OUTPUT CALENDAR-FILE.
           IF WRK-QTDE-DATAS > ZEROS
               PERFORM 3900-GRAVAR-DATA THRU 3900-EXIT
                   VARYING WRK-IDX-DATA FROM 1 BY 1
                   UNTIL WRK-IDX-DATA > WRK-QTDE-DATAS
           END-IF.
           CLOSE CALENDAR-FILE.
           PERFORM 3950-CONFERIR-LETIVO THRU 3950-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CARREGA O CALENDARIO ATUAL; LINHA NO FORMATO ANTIGO (MMDD
      * NA FRENTE, SEM ANO) ENTRA COMO DATA FIXA, COMO NO PROGCOB41
      *----------------------------------------------------------
       3600-CARREGAR-CALENDARIO.
           MOVE ZEROS TO WRK-QTDE-DATAS.
           MOVE 'N' TO WRK-EOF-CAL-SW.
           OPEN INPUT CALENDAR-FILE.
           IF WRK-FS-CALENDARIO = '00'
               PERFORM 3650-LER-CALENDARIO THRU 3650-EXIT
                   UNTIL WRK-EOF-CAL
           END-IF.
           CLOSE CALENDAR-FILE.
       3600-EXIT.
           EXIT.

       3650-LER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WRK-EOF-CAL-SW
                   GO TO 3650-EXIT
           END-READ.
           IF WRK-QTDE-DATAS >= 100
               DISPLAY 'ATENCAO - TABELA DO CALENDARIO CHEIA, '
                   'LINHA IGNORADA'
               GO TO 3650-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DATAS.
           IF CAL-ANO NUMERIC AND
              CAL-ANO >= 0101 AND CAL-ANO <= 1231
               MOVE ZEROS TO WRK-DT-ANO (WRK-QTDE-DATAS)
               MOVE CAL-ANO TO WRK-DT-MMDD (WRK-QTDE-DATAS)
               MOVE SPACES TO WRK-DT-DESCRICAO (WRK-QTDE-DATAS)
               STRING CAL-MMDD DELIMITED BY SIZE
                   CAL-DESCRICAO DELIMITED BY SIZE
                   INTO WRK-DT-DESCRICAO (WRK-QTDE-DATAS)
           ELSE
               MOVE CAL-ANO TO WRK-DT-ANO (WRK-QTDE-DATAS)
               MOVE CAL-MMDD TO WRK-DT-MMDD (WRK-QTDE-DATAS)
               MOVE CAL-DESCRICAO TO
                   WRK-DT-DESCRICAO (WRK-QTDE-DATAS)
           END-IF.
       3650-EXIT.
           EXIT.

       3700-PROCURAR-DATA.
           MOVE 'N' TO WRK-ACHOU-SW.
           SET WRK-IDX-DATA TO 1.
           SEARCH WRK-DATA-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-DATA > WRK-QTDE-DATAS
                   CONTINUE
               WHEN WRK-DT-ANO (WRK-IDX-DATA) = WRK-TEMP-ANO AND
                    WRK-DT-MMDD (WRK-IDX-DATA) = WRK-TEMP-MMDD
                   MOVE 'S' TO WRK-ACHOU-SW
           END-SEARCH.
       3700-EXIT.
           EXIT.

       3750-PUXAR-SEGUINTES.
           SET WRK-IDX-DATA-B TO WRK-IDX-DATA.
           SET WRK-IDX-DATA-B UP BY 1.
           MOVE WRK-DATA-ITEM (WRK-IDX-DATA-B) TO
               WRK-DATA-ITEM (WRK-IDX-DATA).
           SET WRK-IDX-DATA UP BY 1.
       3750-EXIT.
           EXIT.

       3800-PASSADA-ORDENACAO.
           MOVE 'N' TO WRK-TROCOU-SW.
           PERFORM 3850-COMPARAR-ADJACENTES THRU 3850-EXIT
               VARYING WRK-IDX-DATA FROM 1 BY 1
               UNTIL WRK-IDX-DATA >= WRK-QTDE-DATAS.
       3800-EXIT.
           EXIT.

       3850-COMPARAR-ADJACENTES.
           SET WRK-IDX-DATA-B TO WRK-IDX-DATA.
           SET WRK-IDX-DATA-B UP BY 1.
           IF WRK-DT-ANO (WRK-IDX-DATA) >
              WRK-DT-ANO (WRK-IDX-DATA-B) OR
              (WRK-DT-ANO (WRK-IDX-DATA) =
               WRK-DT-ANO (WRK-IDX-DATA-B) AND
               WRK-DT-MMDD (WRK-IDX-DATA) >
               WRK-DT-MMDD (WRK-IDX-DATA-B))
               MOVE WRK-DATA-ITEM (WRK-IDX-DATA) TO WRK-DT-TEMP
               MOVE WRK-DATA-ITEM (WRK-IDX-DATA-B) TO
                   WRK-DATA-ITEM (WRK-IDX-DATA)
               MOVE WRK-DT-TEMP TO WRK-DATA-ITEM (WRK-IDX-DATA-B)
               MOVE 'S' TO WRK-TROCOU-SW
           END-IF.
       3850-EXIT.
           EXIT.

       3900-GRAVAR-DATA.
           MOVE WRK-DT-ANO (WRK-IDX-DATA) TO CAL-ANO.
           MOVE WRK-DT-MMDD (WRK-IDX-DATA) TO CAL-MMDD.
           MOVE WRK-DT-DESCRICAO (WRK-IDX-DATA) TO CAL-DESCRICAO.
           WRITE CAL-REGISTRO.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CONFERE O ANO LETIVO DA DATA APROVADA (DATA FIXA: O ANO
      * CORRENTE) COM O CALENDARIO COMO FICOU NO HOLCAL E AVISA SE
      * O ANO FICA ABAIXO DO MINIMO LEGAL
      *----------------------------------------------------------
       3950-CONFERIR-LETIVO.
           IF PND-ACAO = 'INCLUSAO'
               MOVE CDP-ANO TO LEG-ANO
           ELSE
               MOVE CAN-ANO TO LEG-ANO
           END-IF.
           IF LEG-ANO = ZEROS
               MOVE WRK-ANO TO LEG-ANO
           END-IF.
           MOVE WRK-QTDE-DATAS TO LEG-QTDE-DATAS.
           MOVE WRK-TABELA-DATAS TO LEG-TABELA-DATAS.
           CALL 'LEGALCHK' USING LEG-AREA.
           IF LEG-SEM-PERIODO
               DISPLAY 'ATENCAO - ANO LETIVO ' LEG-ANO ' COM BIMESTRE '
                   'SEM DATAS NO PERIOD-CONTROL - CONFERENCIA PARCIAL'
           END-IF.
           DISPLAY 'ANO LETIVO ' LEG-ANO ' APOS A APROVACAO: '
               LEG-DIAS-TOTAL ' DIAS LETIVOS (MINIMO '
               LEG-DIAS-MINIMO ')'.
           IF LEG-DIAS-ABAIXO
               DISPLAY 'ATENCAO - ABAIXO DO MINIMO LEGAL DE DIAS '
                   'LETIVOS - MARCAR SABADO DE REPOSICAO'
           END-IF.
           IF LEG-QTDE-TURMAS-ABAIXO > ZEROS
               DISPLAY 'ATENCAO - ' LEG-QTDE-TURMAS-ABAIXO
                   ' TURMA(S) ABAIXO DE ' LEG-HORAS-MINIMO ' HORAS:'
               PERFORM 3960-AVISAR-TURMA THRU 3960-EXIT
                   VARYING WRK-IDX-TUR FROM 1 BY 1
                   UNTIL WRK-IDX-TUR > LEG-QTDE-TURMAS
           END-IF.
       3950-EXIT.
           EXIT.

       3960-AVISAR-TURMA.
           IF LEG-TUR-ABAIXO (WRK-IDX-TUR) = 'S'
               DISPLAY '  TURMA ' LEG-TUR-CODIGO (WRK-IDX-TUR) ' - '
                   LEG-TUR-HORAS (WRK-IDX-TUR) ' HORAS'
           END-IF.
       3960-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REJEITA O PEDIDO COM O MOTIVO INFORMADO; NADA E GRAVADO
      * NO ARQUIVO DE DESTINO
      *----------------------------------------------------------
       4000-REJEITAR.
           DISPLAY 'MOTIVO DA REJEICAO: '.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'REJEICAO SEM MOTIVO NAO E ACEITA - PEDIDO '
                   PND-NUMERO ' MANTIDO PENDENTE'
               GO TO 4000-EXIT
           END-IF.
           MOVE 'R' TO PND-SITUACAO.
           MOVE WRK-USUARIO TO PND-APROVADOR.
           MOVE WRK-DATA-HOJE TO PND-DATA-DECISAO.
           MOVE WRK-MOTIVO TO PND-OBSERVACAO.
           PERFORM 6000-REGRAVAR-PEDIDO THRU 6000-EXIT.
           ADD 1 TO WRK-QTDE-REJEITADOS.
           MOVE 'ALT-REJEITADA' TO WRK-RESULTADO-AUX.
           PERFORM 7000-GRAVAR-AUDITORIA THRU 7000-EXIT.
           DISPLAY 'PEDIDO ' PND-NUMERO ' REJEITADO'.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REGRAVA O PEDIDO DECIDIDO NA FILA
      *----------------------------------------------------------
       6000-REGRAVAR-PEDIDO.
           REWRITE PND-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR O PEDIDO ' PND-NUMERO
                       ' - FS ' WRK-FS-FILA
           END-REWRITE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * GRAVA A LINHA DO AUDIT-LOG DO APROVADOR
      *----------------------------------------------------------
       7000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-FS-AUDIT = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE WRK-USUARIO TO AUDIT-USUARIO.
           MOVE WRK-ANO TO AUDIT-ANO.
           MOVE WRK-MES TO AUDIT-MES.
           MOVE WRK-DIA TO AUDIT-DIA.
           MOVE WRK-NIVEL TO AUDIT-NIVEL.
           MOVE WRK-RESULTADO-AUX TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDIT-LOG.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * APRESENTA OS TOTAIS DA SESSAO
      *----------------------------------------------------------
       8000-FINALIZAR.
           DISPLAY 'PEDIDOS MOSTRADOS: ' WRK-QTDE-MOSTRADOS.
           DISPLAY 'APROVADOS: ' WRK-QTDE-APROVADOS.
           DISPLAY 'REJEITADOS: ' WRK-QTDE-REJEITADOS.
           DISPLAY 'NAO APLICADOS (REGISTRO MUDOU): '
               WRK-QTDE-NAO-APLICADOS.
       8000-EXIT.
           EXIT.
