      *             still EM RECUPERACAO after their exam date: the
      *             no-shows. The department stops phoning students
      *             off a printout.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'AUSENREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RECNOTIF'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           END-STRING
           WRITE RELATORIO-REC
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'AUSENTES LISTADOS: ' WRK-QTD-AUSENTES
           DISPLAY 'Relatorio gerado em AUSENREL.'.

