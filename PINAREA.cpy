      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = AREA DE CHAMADA DA ROTINA COMUM PINHASH, QUE E O
      *            UNICO PONTO DO SISTEMA QUE CONFERE OU GRAVA A
      *            CREDENCIAL DO SECURITY-FILE (COPYBOOK SECUSER).
      *            FUNCAO 'V' CONFERE O PIN DIGITADO CONTRA O HASH
      *            DO REGISTRO; 'G' GERA SAL E HASH NOVOS PARA O PIN
      *            DIGITADO (DE 6 A 12 DIGITOS, DIFERENTE DO ATUAL) E
      *            LIMPA A TROCA OBRIGATORIA; 'M' CONVERTE O PIN
      *            ANTIGO DE 4 DIGITOS NA MIGRACAO (PROGCOB94) E
      *            MARCA A TROCA OBRIGATORIA. RESULTADO 'S' = PIN
      *            CONFERE OU CREDENCIAL GERADA, 'N' = NAO CONFERE,
      *            'I' = PIN FORA DO FORMATO, 'R' = PIN NOVO IGUAL
      *            AO ATUAL. O PIN DIGITADO NUNCA E GRAVADO.
      *            USAR COPY PINAREA REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-AREA.
           05 :PREFIXO:-FUNCAO        PIC X(01).
               88 :PREFIXO:-VERIFICAR     VALUE 'V'.
               88 :PREFIXO:-GERAR         VALUE 'G'.
               88 :PREFIXO:-MIGRAR        VALUE 'M'.
           05 :PREFIXO:-PIN           PIC X(12).
           05 :PREFIXO:-RESULTADO     PIC X(01).
               88 :PREFIXO:-ACEITO        VALUE 'S'.
               88 :PREFIXO:-NAO-CONFERE   VALUE 'N'.
               88 :PREFIXO:-FORMATO-INVALIDO VALUE 'I'.
               88 :PREFIXO:-PIN-REPETIDO  VALUE 'R'.
