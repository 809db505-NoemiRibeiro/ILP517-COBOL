      *             visible before the night it blows. Report goes
      *             to BATCHREL. RUNCPURG keeps the file itself
      *             from growing unbounded.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       01 CONTADOR        PIC 9(2) VALUE 1.
       01 WRK-ABR-IDX     PIC 9(2) VALUE 0.
       01 WRK-EST-IDX     PIC 9(2) VALUE 0.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'BATCHREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELBATCH'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM GRAVA-LINHA-PROGRAMA
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-PROGRAMAS
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       GRAVA-LINHA-PROGRAMA.
           COMPUTE WRK-MEDIA-ELAPSO =
