      *             totals per event type - the MAT-OPERADOR audit
      *             trail is only as trustworthy as the sign-on in
      *             front of it. Report goes to SEGURREL.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       01 WRK-FIM-LOG PIC X VALUE 'N'.
           88 NAO-HA-MAIS-LOG VALUE 'S'.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'SEGURREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELSEGUR'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-LOG-SEGURANCA
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'EVENTOS LISTADOS: ' WRK-QTD-EVENTOS
           DISPLAY 'Relatorio gerado em SEGURREL.'
           DISPLAY '---------------------------------------------------'
