      *             on RUNCTL for the date, and this program logs
      *             itself PULADO and ends RC 0 instead of
      *             re-running.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           03 CONT-INVALIDO        PIC 9(5) VALUE 0.
           03 CONT-TOTAL-LOTE      PIC 9(5) VALUE 0.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE "TRI13RELAT".
           03 REG-PROGRAMA      PIC X(08) VALUE "EXERC13".
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
                   PERFORM LE-LOTE-TRIANGULO UNTIL NAO-HA-MAIS-LOTE-TRI
                   PERFORM IMPRIME-RESUMO-LOTE
                   CLOSE ARQ-RELATORIO
                   CALL "RELREGIS" USING REG-RELATORIO, REG-PROGRAMA,
                       REG-TERMO
                   CLOSE ARQ-REJEITOS
                   PERFORM APAGA-CHECKPOINT
                   DISPLAY "-------------------------------------------"
