      *             whole history, which is what the nightly window
      *             was paying for. Blank course keeps the full
      *             pass for the all-disciplines summary.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       01 QTD-DISCIPLINAS  PIC 9(3) VALUE 0.
       01 WRK-DISC-IDX     PIC 9(3) VALUE 0.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'RELDIARIO'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELDIARI'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM GRAVA-LINHA-DISCIPLINA
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > QTD-DISCIPLINAS
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-SELECAO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       GRAVA-LINHA-DISCIPLINA.
           MOVE SPACES TO RELATORIO-REC
