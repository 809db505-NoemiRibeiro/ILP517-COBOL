      *             every remaining session can still clear the
      *             floor or the pair is already mathematically
      *             failed. Report goes to FALTAREL.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      * 15/10/2026  A session excused on JUSTFALT counts as attended.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       01 WRK-TEM-PAR PIC X VALUE 'N'.
           88 PAR-EM-CURSO VALUE 'S'.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'FALTAREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELFALTA'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-FREQ-DETALHE
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-SELECAO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'PARES ABAIXO DO PISO: ' WRK-QTD-ABAIXO
           DISPLAY 'Relatorio gerado em FALTAREL.'
           DISPLAY '---------------------------------------------------'
                           MOVE 0 TO WRK-QTD-PRESENCAS
                       END-IF
                       ADD 1 TO WRK-QTD-SESSOES
                       IF SESSAO-PRESENTE OR SESSAO-JUSTIFICADA
                           ADD 1 TO WRK-QTD-PRESENCAS
                       END-IF
                   END-IF
