      *             "who changed this grade and what was it before"
      *             meant grepping a flat file by hand. Report goes
      *             to AUDITREL.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       01 CONTADOR        PIC 9(3) VALUE 1.
       01 WRK-TOT-IDX     PIC 9(3) VALUE 0.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'AUDITREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELAUDIT'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM GRAVA-TOTAIS-OPERADOR
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'CORRECOES LISTADAS....: ' WRK-QTD-LISTADA
           DISPLAY 'LINHAS LEGADAS PULADAS: ' WRK-QTD-LEGADA
           DISPLAY 'Relatorio gerado em AUDITREL.'
