      *             policy record exists - so a rule change is a
      *             maintenance action and a historical outcome is
      *             classified by the rule of its own term.
      * 15/10/2026  A student created on ALUNOS by a grade entry
      *             starts with no declared program of study.
      * 15/10/2026  A new grade entry is written counting (MAT-REPETICAO
      *             blank); the nightly REPEMARC step that follows
      *             decides whether it supersedes an earlier attempt at
      *             the discipline.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           ELSE
               MOVE 0 TO MAT-DATA-LIMITE
           END-IF
           MOVE SPACE TO MAT-REPETICAO
           WRITE MATRICULA-REC
               INVALID KEY
                   DISPLAY 'MATRICULA JA LANCADA NO MESTRE PARA '
                   MOVE SPACES TO MST-ENDERECO
                   MOVE SPACES TO MST-EMAIL
                   MOVE 'A' TO MST-SITUACAO-ALUNO
                   MOVE SPACES TO MST-PROGRAMA
                   MOVE SPACES TO MST-VERSAO-CURRICULO
                   WRITE ALUNO-MESTRE-REC
                   END-WRITE
                   MOVE 'A' TO JRN-ARQUIVO-CHAMADA
