      * 23/08/2026  Added the REPROVADO POR FALTA count introduced by
      *             the attendance requirement, matching the bucket
      *             the other outcome reports already carry.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       01 CONTADOR         PIC 9(3) VALUE 1.
       01 WRK-OPER-IDX     PIC 9(3) VALUE 0.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'OPERREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'OPERATIV'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM GRAVA-LINHA-OPERADOR
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-OPERADORES
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       GRAVA-LINHA-OPERADOR.
           MOVE SPACES TO RELATORIO-REC
