      *             all terms), each waiver with student, course,
      *             grantor, date and reason, and the count at the
      *             end. Report goes to DPREQREL.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       01 WRK-FIM-DISPENSAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-DISPENSAS VALUE 'S'.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'DPREQREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELDPREQ'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           WRITE RELATORIO-REC
           CLOSE ARQ-DISPENSAS
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-SELECAO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'DISPENSAS LISTADAS: ' WRK-QTD-LISTADA
           DISPLAY 'Relatorio gerado em DPREQREL.'
           DISPLAY '---------------------------------------------------'
