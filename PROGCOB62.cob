      * MODIFICATION HISTORY
      * DATA       AUTOR   DESCRICAO
      * 01/09/2026 LL      Programa criado.
      * 15/10/2026 LL      A linha STUDMSTR do RETPARM (janela LGPD
      *                    dos dados pessoais do LGPDANON) deixa de
      *                    ser avisada como arquivo desconhecido.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                               MOVE RTN-DIAS TO WRK-DIAS-GATE
                           WHEN 'EXCPFILE'
                               MOVE RTN-DIAS TO WRK-DIAS-EXCP
                           WHEN 'STUDMSTR'
                               CONTINUE
                           WHEN OTHER
                               DISPLAY 'ATENCAO - ARQUIVO DE '
                                   'RETENCAO DESCONHECIDO: '
