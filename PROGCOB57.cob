      *            somatorio dos valores, no mesmo espirito dos
      *            registros de controle do GRADE-EXPORT. O arquivo
      *            REMESSA e cortado por corrida (OPEN OUTPUT), um
      *            por envio ao banco. Cada detalhe leva as
      *            instrucoes de encargos do boleto (percentual da
      *            multa e valor dos juros por dia de atraso) dos
      *            parametros MULTPARM (copybook MULTREC).
      * DATA = 01/09/2026
      *********************************
      * MODIFICATION HISTORY
      *                    em vez das AGENDADAS: parcela que ainda
      *                    nao entrou na competencia nao vai ao
      *                    banco, e a paga ja saiu do status F.
      * 15/10/2026 LL      Instrucoes de multa e juros de mora no
      *                    detalhe da remessa (ocupando o FILLER do
      *                    leiaute, mesmo tamanho de registro): o
      *                    percentual da multa e o valor dos juros por
      *                    dia, calculados dos parametros MULTPARM,
      *                    para o boleto imprimir os encargos.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REMITTANCE-FILE ASSIGN TO "REMESSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT OPTIONAL LATE-FEE-PARAMETERS ASSIGN TO "MULTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-SCHEDULE
       FD  REMITTANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REM-REGISTRO             PIC X(40).
       FD  LATE-FEE-PARAMETERS
           LABEL RECORDS ARE STANDARD.
       COPY MULTREC REPLACING ==:PREFIXO:== BY ==MPM==.
       WORKING-STORAGE SECTION.
       COPY RUNDATE.

       77 WRK-SOMA-VALORES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------
      * ENCARGOS POR ATRASO (COPYBOOK MULTREC); SEM PARAMETRO
      * VALEM 2,00% DE MULTA E 1,00% AO MES DE JUROS
      *---------------------------------------------------------
       77 WRK-FS-PARAMETROS PIC X(02) VALUE '00'.
       77 WRK-PCT-MULTA PIC 9(02)V99 VALUE 2,00.
       77 WRK-PCT-JUROS-MES PIC 9(02)V99 VALUE 1,00.
      *---------------------------------------------------------
      * LEIAUTE FIXO DA REMESSA: HEADER 0, DETALHE 1 (NOSSO NUMERO
      * = MATRICULA + PARCELA) E TRAILER 9 COM AS SOMAS DE CONTROLE
      *---------------------------------------------------------
               10 WRK-RD-PARCELA   PIC 9(02).
           05 WRK-RD-VENCIMENTO    PIC 9(08).
           05 WRK-RD-VALOR         PIC 9(07)V99.
           05 WRK-RD-PCT-MULTA     PIC 9(02)V99.
           05 WRK-RD-JUROS-DIA     PIC 9(05)V99.
           05 FILLER               PIC X(02) VALUE SPACES.
       01  WRK-REM-TRAILER.
           05 FILLER               PIC X(01) VALUE '9'.
           05 WRK-RT-QTDE          PIC 9(07).
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-RH-DATA.
           WRITE REM-REGISTRO FROM WRK-REM-HEADER.
           PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PERCENTUAIS DE MULTA E JUROS EM MULTPARM; SEM O ARQUIVO
      * (OU COM CAMPO NAO NUMERICO) FICAM OS PADROES
      *----------------------------------------------------------
       1050-LER-PARAMETROS.
           OPEN INPUT LATE-FEE-PARAMETERS.
           IF WRK-FS-PARAMETROS = '00'
               READ LATE-FEE-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MPM-PCT-MULTA NUMERIC
                           MOVE MPM-PCT-MULTA TO WRK-PCT-MULTA
                       END-IF
                       IF MPM-PCT-JUROS-MES NUMERIC
                           MOVE MPM-PCT-JUROS-MES TO WRK-PCT-JUROS-MES
                       END-IF
               END-READ
               CLOSE LATE-FEE-PARAMETERS
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------
      * EXPORTA CADA PARCELA FATURADA (E AINDA NAO PAGA) DO CARNE
      * COMO UM REGISTRO TIPO 1 DA REMESSA, COM A MULTA E OS JUROS
      * POR DIA (1/30 DO PERCENTUAL MENSAL SOBRE O VALOR)
      *----------------------------------------------------------
       2000-EXPORTAR-PARCELA.
           READ CHARGE-SCHEDULE
                       MOVE CHG-PARCELA TO WRK-RD-PARCELA
                       MOVE CHG-VENCIMENTO TO WRK-RD-VENCIMENTO
                       MOVE CHG-VALOR TO WRK-RD-VALOR
                       MOVE WRK-PCT-MULTA TO WRK-RD-PCT-MULTA
                       COMPUTE WRK-RD-JUROS-DIA ROUNDED =
                           CHG-VALOR * WRK-PCT-JUROS-MES / 100 / 30
                       WRITE REM-REGISTRO FROM WRK-REM-DETALHE
                       ADD 1 TO WRK-QTDE-EXPORTADAS
                       ADD CHG-VALOR TO WRK-SOMA-VALORES
