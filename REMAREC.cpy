      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO CADASTRO DA CAMPANHA DE REMATRICULA
      *            (REENROLL-MASTER, DD REMATRIC), CHAVEADO POR ANO
      *            LETIVO DE DESTINO + MATRICULA. UM REGISTRO POR
      *            ALUNO ATIVO, ABERTO PELO PROGCOB74 COM A TURMA
      *            PROJETADA PELO MAPA DE PROMOCAO (PROMOMAP, O MESMO
      *            DA ROLAGEM DO PROGCOB40), A SITUACAO FINANCEIRA DO
      *            TUITION-MASTER E O PRAZO DE RESPOSTA. A CONFIRMACAO
      *            OU RECUSA DA FAMILIA E LANCADA PELO PROGCOB75;
      *            CONFIRMADA RESERVA A VAGA NA TURMA PROJETADA
      *            CONTRA CLASS-CAPACIDADE (CONTADA PELO PROGCOB02 E
      *            PELO PROGCOB39 ANTES DA INTOMADA NOVA); PENDENTE
      *            APOS O PRAZO EXPIRA, LIBERA A VAGA E SAI NA LISTA
      *            DE LIGACOES DO PROGCOB74. FINANCEIRO: L = SALDO
      *            QUITADO, A = ACORDO ASSINADO, B = SALDO EM ABERTO
      *            (BLOQUEIA A CONFIRMACAO).
      *            USAR COPY REMAREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-CHAVE.
               10 :PREFIXO:-ANO-LETIVO  PIC 9(04).
               10 :PREFIXO:-MATRICULA   PIC 9(07).
           05 :PREFIXO:-NOME            PIC X(20).
           05 :PREFIXO:-TURMA-ATUAL     PIC X(06).
           05 :PREFIXO:-TURMA-PROJETADA PIC X(06).
           05 :PREFIXO:-SITUACAO        PIC X(01).
               88 :PREFIXO:-PENDENTE        VALUE 'P'.
               88 :PREFIXO:-CONFIRMADA      VALUE 'C'.
               88 :PREFIXO:-RECUSADA        VALUE 'R'.
               88 :PREFIXO:-EXPIRADA        VALUE 'E'.
               88 :PREFIXO:-CANCELADA       VALUE 'X'.
           05 :PREFIXO:-FINANCEIRO      PIC X(01).
               88 :PREFIXO:-FIN-QUITADO     VALUE 'L'.
               88 :PREFIXO:-FIN-ACORDO      VALUE 'A'.
               88 :PREFIXO:-FIN-BLOQUEADO   VALUE 'B'.
           05 :PREFIXO:-SALDO           PIC S9(07)V99.
           05 :PREFIXO:-PRAZO           PIC 9(08).
           05 :PREFIXO:-DATA-RESPOSTA   PIC 9(08).
           05 :PREFIXO:-USUARIO         PIC X(20).
