      *            POR PROGCOB11 PARA CONTAR TENTATIVAS NAO
      *            AUTORIZADAS POR WRK-USUARIO E BLOQUEAR O ACESSO
      *            APOS ATINGIR O LIMITE, ATE ALGUEM ZERAR O
      *            CONTADOR. STATUS 'R' = ACESSO REVOGADO NA
      *            RECERTIFICACAO TRIMESTRAL (PROGCOB93), SO
      *            REABERTO POR NOVA DECISAO DE CONFIRMACAO.
      * DATA = 09/08/2026
      *********************************
       01  LOCK-REGISTRO.
           05 LOCK-STATUS          PIC X(01).
               88 LOCK-ABERTO      VALUE 'A'.
               88 LOCK-BLOQUEADO   VALUE 'B'.
               88 LOCK-REVOGADO    VALUE 'R'.
