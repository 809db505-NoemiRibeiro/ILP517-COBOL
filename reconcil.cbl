      *             on RUNCTL for the date, and this program logs
      *             itself PULADO and ends RC 0 instead of
      *             re-running.
      * 15/10/2026  A student the rebuild writes back to ALUNOS
      *             starts with no declared program of study.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      * 15/10/2026  Attempts flagged superseded under the course-repeat
      *             rule (MAT-REPETICAO R, live or archived) are left
      *             out of the recomputed totals, as REPEMARC leaves
      *             them out of ALUNOS - otherwise every repeater would
      *             report DIVERGENTE and a rebuild would put the
      *             replaced grades back.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'RECONREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RECONCIL'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           CLOSE ARQ-MATRICULAS
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'ALUNOS APURADOS....: ' WRK-QTD-ALUNOS-LIDOS
           DISPLAY 'DIVERGENTES........: ' WRK-QTD-DIVERGENTES
           DISPLAY 'SEM REGISTRO MESTRE: ' WRK-QTD-SEM-MESTRE
                   END-IF
                   IF MAT-SITUACAO NOT = 'TRANCADO'
                       AND MAT-SITUACAO NOT = 'INCOMPLETO'
                       AND NOT MAT-TENTATIVA-SUPERADA
                       ADD 1 TO WRK-QTD-APURADA
                       ADD MAT-NOTA TO WRK-SOMA-APURADA
                   END-IF
                   IF ARV-SITUACAO NOT = 'TRANCADO'
                       AND ARV-SITUACAO NOT = 'INCOMPLETO'
                       AND ARV-OPERADOR NOT = 'TRANSFIN'
                       AND NOT ARV-TENTATIVA-SUPERADA
                       PERFORM ACUMULA-ARQUIVO-TABELA
                   END-IF
           END-READ.
               MOVE SPACES TO MST-ENDERECO
               MOVE SPACES TO MST-EMAIL
               MOVE 'A' TO MST-SITUACAO-ALUNO
               MOVE SPACES TO MST-PROGRAMA
               MOVE SPACES TO MST-VERSAO-CURRICULO
               WRITE ALUNO-MESTRE-REC
               ADD 1 TO WRK-QTD-CORRIGIDOS
           END-IF.
