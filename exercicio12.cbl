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
       01 WRK-BUFFER-DECIMAL       PIC X(8).
       01 WRK-VALOR-DECIMAL        PIC 9(4)V9(4).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE "CUSTOREL".
           03 REG-PROGRAMA      PIC X(08) VALUE "EXERC12".
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           CLOSE ARQ-LOTE-ENTRADA
           CLOSE ARQ-MATERIAIS
           CLOSE ARQ-RELATORIO
           CALL "RELREGIS" USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           IF WRK-OBRAS-DISPONIVEL = "S"
               PERFORM EMITE-ORCAMENTOS
               CLOSE ARQ-OBRAS
