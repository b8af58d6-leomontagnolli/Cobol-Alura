      *            JUSTIFICATIVA -- A FALTA ORIGINAL E O ABONO FICAM
      *            OS DOIS VISIVEIS, E OS CONTADORES DO ATTEND-MASTER
      *            PASSAM A TER LASTRO AUDITAVEL DIA A DIA PARA A
      *            REPROVACAO POR FALTA DO PROGCOB09. O PROGCOB80
      *            GRAVA UMA LINHA TIPO S (MOTIVO SUSPENSAO) POR DIA
      *            LETIVO DE SUSPENSAO DISCIPLINAR, QUE NAO SE
      *            CONFUNDE COM FALTA NEM COM ABONO.
      *            USAR COPY ATTJREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 01/09/2026
           05 :PREFIXO:-TIPO          PIC X(01).
               88 :PREFIXO:-FALTA         VALUE 'F'.
               88 :PREFIXO:-JUSTIFICADA   VALUE 'J'.
               88 :PREFIXO:-SUSPENSAO     VALUE 'S'.
           05 :PREFIXO:-MOTIVO        PIC X(10).
