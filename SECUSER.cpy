      *            A VALIDADE (YYYYMMDD) E GRAVADA PELO PROGRAMA DE
      *            ADMINISTRACAO DE PIN (PROGCOB23); PIN VENCIDO
      *            OBRIGA A TROCA NO PROPRIO LOGIN DO PROGCOB11.
      *            O PIN NAO E GRAVADO: SO O SAL DO USUARIO E O HASH
      *            DE MAO UNICA CALCULADOS PELA ROTINA COMUM PINHASH
      *            (COPYBOOK PINAREA), QUE E QUEM CONFERE O PIN
      *            DIGITADO. SEC-TROCA-SW = 'S' OBRIGA A TROCA NO
      *            PROXIMO LOGIN (PIN CONVERTIDO NA MIGRACAO DO
      *            PROGCOB94 OU EMITIDO PELO ADM NO PROGCOB23).
      * DATA = 09/08/2026
      *********************************
       01  SEC-REGISTRO.
           05 SEC-USUARIO       PIC X(20).
           05 SEC-SAL           PIC 9(10).
           05 SEC-HASH          PIC 9(18).
           05 SEC-VALIDADE      PIC 9(08).
           05 SEC-TROCA-SW      PIC X(01).
               88 SEC-TROCA-OBRIGATORIA VALUE 'S'.
