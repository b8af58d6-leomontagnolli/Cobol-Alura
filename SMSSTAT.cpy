      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO RETORNO DE ENTREGA DO GATEWAY DE SMS
      *            (DD SMSRET, LEIAUTE DO PROVEDOR): UMA LINHA POR
      *            MENSAGEM ENVIADA, COM O MESMO IDENTIFICADOR DO
      *            ARQUIVO DE SAIDA (COPYBOOK SMSREC), O TELEFONE, A
      *            SITUACAO ('00' = ENTREGUE, QUALQUER OUTRA = FALHA),
      *            O CARIMBO DA TENTATIVA E O MOTIVO DA FALHA. LIDO
      *            PELO PROGCOB01, QUE LISTA OS NUMEROS QUE FALHARAM
      *            PARA A SECRETARIA CORRIGIR O CADASTRO.
      *            USAR COPY SMSSTAT REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-ID-MENSAGEM.
               10 :PREFIXO:-ID-DATA      PIC 9(08).
               10 :PREFIXO:-ID-MATRICULA PIC 9(07).
           05 :PREFIXO:-TELEFONE      PIC X(15).
           05 :PREFIXO:-SITUACAO      PIC X(02).
               88 :PREFIXO:-ENTREGUE      VALUE '00'.
           05 :PREFIXO:-CARIMBO       PIC 9(14).
           05 :PREFIXO:-MOTIVO        PIC X(30).
