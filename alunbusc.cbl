      *             person at the counter gives a name, and until
      *             now the only answer was the printed roster
      *             taped to the desk.
      * 15/10/2026  A graduated student is listed as FORMADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           CLOSE ARQ-ALUNOS
           DISPLAY 'ALUNOS ENCONTRADOS: ' WRK-QTD-ACHADA
           DISPLAY '---------------------------------------------------'
           GOBACK.

      * The search pattern's useful length is its last non-blank
      * character; the comparison below uses only that much.
                       FOR ALL WRK-PADRAO(1:WRK-TAM-PADRAO)
                   IF WRK-OCORRENCIAS > 0
                       ADD 1 TO WRK-QTD-ACHADA
                       EVALUATE TRUE
                           WHEN ALUNO-INATIVO
                               DISPLAY MST-STUDENT-ID ' ' MST-NOME
                                   ' INATIVO'
                           WHEN ALUNO-FORMADO
                               DISPLAY MST-STUDENT-ID ' ' MST-NOME
                                   ' FORMADO'
                           WHEN OTHER
                               DISPLAY MST-STUDENT-ID ' ' MST-NOME
                                   ' ATIVO'
                       END-EVALUATE
                   END-IF
           END-READ.
       END PROGRAM ALUNBUSC.
