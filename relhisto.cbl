      *             transcript positions on the student with a
      *             keyed START instead of scanning the archive
      *             front to back.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      * 15/10/2026  An attempt flagged superseded under the term's
      *             course-repeat rule (MAT-REPETICAO R) is still
      *             listed, marked REPETIDA, but stays out of the
      *             credit-weighted average; the footer counts the
      *             superseded attempts.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       77 WRK-SOMA-CREDITOS       PIC 9(05) VALUE 0.
       77 WRK-MEDIA-PONDERADA     PIC 9(02)V99.
       77 WRK-NOTA-EXIBE          PIC Z9.9.
       77 WRK-QTD-REPETIDAS       PIC 9(04) VALUE 0.

       01 WRK-FIM-MATRICULAS      PIC X(01) VALUE "N".
           88 NAO-HA-MAIS-MATRICULAS VALUE "S".

       01 WRK-CREDITO-OK          PIC X(01).
           88 CREDITO-ENCONTRADO VALUE "S".

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'HISTORICO'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELHISTO'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM APURA-ARQUIVO-DO-ALUNO
           PERFORM APURA-MATRICULAS-DO-ALUNO
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

      * Closed terms live in the MATRARQV archive written by
      * TERMARCH; the transcript lists them ahead of the live master
           MOVE MAT-NOTA TO WRK-NOTA-EXIBE
           PERFORM BUSCA-CREDITOS-DISCIPLINA
           IF CREDITO-ENCONTRADO
               IF NOT MAT-TENTATIVA-SUPERADA
                   COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
                       + MAT-NOTA * WRK-CREDITOS-DISC
                   ADD WRK-CREDITOS-DISC TO WRK-SOMA-CREDITOS
               END-IF
               MOVE SPACES TO RELATORIO-REC
               STRING MAT-MATERIA DELIMITED SIZE
                   "   " WRK-NOTA-EXIBE DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           END-IF
           IF MAT-TENTATIVA-SUPERADA
               ADD 1 TO WRK-QTD-REPETIDAS
               MOVE "REPETIDA - FORA DA MEDIA" TO RELATORIO-REC(97:24)
           END-IF
           WRITE RELATORIO-REC.

      * The catalog stays open for the run and the credit hours are
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           IF WRK-QTD-REPETIDAS > 0
               MOVE SPACES TO RELATORIO-REC
               STRING "TENTATIVAS SUBSTITUIDAS POR REPETICAO: "
                   DELIMITED SIZE
                   WRK-QTD-REPETIDAS DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               WRITE RELATORIO-REC
           END-IF
           IF WRK-SOMA-CREDITOS > 0
               COMPUTE WRK-MEDIA-PONDERADA ROUNDED =
                   WRK-SOMA-PONDERADA / WRK-SOMA-CREDITOS
