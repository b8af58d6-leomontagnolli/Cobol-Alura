      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO LOG DA REGUA DE COBRANCA (COLLECTION-LOG,
      *            DD COBRLOG), CHAVEADO POR MATRICULA + VENCIMENTO
      *            MAIS ANTIGO EM ABERTO DO TUITION-MASTER (A DIVIDA)
      *            + ESTAGIO DO AVISO: UM REGISTRO POR AVISO ENVIADO
      *            PELO PROGCOB85, COM A DATA DO ENVIO, OS DIAS DE
      *            ATRASO E O SALDO NAQUELA DATA E O RESPONSAVEL A
      *            QUEM O AVISO FOI ENDERECADO -- E A PROVA DA
      *            NOTIFICACAO PARA A SECRETARIA FINANCEIRA, E A
      *            CHAVE GARANTE CADA ESTAGIO UMA VEZ SO POR DIVIDA.
      *            ESTAGIOS: 1 LEMBRETE (10 DIAS), 2 NOTIFICACAO
      *            FORMAL (30 DIAS), 3 AVISO FINAL ANTES DO
      *            ENCAMINHAMENTO JURIDICO (60 DIAS).
      *            USAR COPY COBRREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-CHAVE.
               10 :PREFIXO:-MATRICULA   PIC 9(07).
               10 :PREFIXO:-VENC-ABERTO PIC 9(08).
               10 :PREFIXO:-ESTAGIO     PIC 9(01).
                   88 :PREFIXO:-LEMBRETE     VALUE 1.
                   88 :PREFIXO:-NOTIFICACAO  VALUE 2.
                   88 :PREFIXO:-AVISO-FINAL  VALUE 3.
           05 :PREFIXO:-DATA-ENVIO      PIC 9(08).
           05 :PREFIXO:-DIAS-ATRASO     PIC 9(04).
           05 :PREFIXO:-SALDO           PIC 9(07)V99.
           05 :PREFIXO:-RESPONSAVEL     PIC X(30).
