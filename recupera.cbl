      *             policy record exists - so a rule change is a
      *             maintenance action and a historical outcome is
      *             classified by the rule of its own term.
      * 15/10/2026  A grade change on an attempt superseded under the
      *             course-repeat rule (MAT-REPETICAO R) leaves the
      *             ALUNOS totals alone - the attempt is not in them;
      *             the nightly REPEMARC run re-applies the rule to the
      *             new grade.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           MOVE 'R' TO JRN-OPERACAO-CHAMADA
           MOVE MATRICULA-REC TO JRN-IMAGEM-CHAMADA
           PERFORM GRAVA-JORNAL
      * A superseded attempt is already out of the totals.
           IF NOT MAT-TENTATIVA-SUPERADA
               PERFORM AJUSTA-ALUNO-MESTRE
           END-IF
           ADD 1 TO WRK-QTD-RESOLVIDA.

       GRAVA-NOTIFICACAO.
