      *                    cada materia), como o PROGCOB28 ja faz.
      *                    Sem o mestre, a varredura antiga segue
      *                    valendo.
      * 15/10/2026 LL      Status CONCLUIDO (aluno que terminou a
      *                    serie final na rolagem do PROGCOB40) exibido
      *                    com a data da conclusao.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                           DISPLAY 'STATUS ... TRANSFERIDO DESDE '
                               SM-STAT-DIA '/' SM-STAT-MES '/'
                               SM-STAT-ANO
                       WHEN SM-CONCLUIDO
                           DISPLAY 'STATUS ... CONCLUIDO EM '
                               SM-STAT-DIA '/' SM-STAT-MES '/'
                               SM-STAT-ANO
                   END-EVALUATE
           END-READ.
           CLOSE STUDENT-MASTER.
