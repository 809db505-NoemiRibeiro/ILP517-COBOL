      *             late. The snapshot never flows into the ALUNOS
      *             totals or the trend reports. Report goes to
      *             PARCREL.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       01 WRK-RSC-IDX      PIC 9(3) VALUE 0.
       01 WRK-TROCOU       PIC X(1).
       01 WRK-ELEMENTO-TROCA PIC X(130).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'PARCREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELPARC'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-SELECAO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       GRAVA-ALUNO-EM-RISCO.
           ADD 1 TO WRK-QTD-EM-RISCO
