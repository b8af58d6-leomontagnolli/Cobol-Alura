      *            VALIDADE. USADO PELO PROGCOB56 PARA ABATER E
      *            ITEMIZAR O DESCONTO NA GERACAO DO CARNE ANUAL E
      *            PELO PROGCOB59 PARA DEMONSTRAR OS DESCONTOS
      *            CONCEDIDOS NO FECHAMENTO CONTABIL. A MESMA
      *            MATRICULA PODE TER VARIAS JANELAS (UMA POR ANO
      *            RENOVADO): O PROGCOB87 REVISA AS QUE VENCEM ANTES
      *            DO PROXIMO CARNE E O PROGCOB88 ANEXA A JANELA NOVA
      *            DAS RENOVACOES APROVADAS.
      *            USAR COPY SCHLREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 01/09/2026
