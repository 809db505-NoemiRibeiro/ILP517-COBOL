      *             instructor with a break line per instructor -
      *             and totals of disciplines and credit hours at
      *             the end.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           03 WRK-NUM-PAGINA       PIC 9(3) VALUE 0.
           03 WRK-LINHAS-PAGINA    PIC 9(2) VALUE 0.
           03 MAX-LINHAS-PAGINA    PIC 9(2) VALUE 20.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'CATREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELCATAL'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM IMPRIME-CABECALHO
           PERFORM RETORNA-DISCIPLINA UNTIL NAO-HA-MAIS-ORDENADO
           PERFORM IMPRIME-TOTAIS
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       RETORNA-DISCIPLINA.
           RETURN ARQ-ORDENACAO
