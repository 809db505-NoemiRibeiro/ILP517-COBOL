      *             DSP-DATA-ABERTURA, bucket counts (up to 7, 8-30,
      *             over 30 days) and a closed-dispute summary.
      *             Report goes to DISPUREL.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       01 WRK-FIM-DISPUTAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-DISPUTAS VALUE 'S'.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'DISPUREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELDISPU'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-DISPUTAS
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'DISPUTAS EM ABERTO..: ' WRK-QTD-ABERTAS
           DISPLAY 'DISPUTAS ENCERRADAS.: ' WRK-QTD-ENCERRADAS
           DISPLAY 'Relatorio gerado em DISPUREL.'
