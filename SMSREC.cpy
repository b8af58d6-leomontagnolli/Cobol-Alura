      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO ARQUIVO DE SAIDA PARA O GATEWAY DE SMS
      *            (DD SMSOUT, LEIAUTE DO PROVEDOR): UMA MENSAGEM
      *            POR REGISTRO, COM O IDENTIFICADOR DEVOLVIDO PELO
      *            PROVEDOR NO RETORNO DE ENTREGA (COPYBOOK SMSSTAT)
      *            -- DATA DO AVISO + MATRICULA DO ALUNO --, O
      *            TELEFONE DE DESTINO E O TEXTO. GRAVADO PELO
      *            PROGCOB01 COM O AVISO DE AUSENCIA DO DIA.
      *            USAR COPY SMSREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-ID-MENSAGEM.
               10 :PREFIXO:-ID-DATA      PIC 9(08).
               10 :PREFIXO:-ID-MATRICULA PIC 9(07).
           05 :PREFIXO:-TELEFONE      PIC X(15).
           05 :PREFIXO:-TEXTO         PIC X(160).
