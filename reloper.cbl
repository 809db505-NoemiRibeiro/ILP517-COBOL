      *             status) to RUNCTREL, so one look tells whether the
      *             night completed and where it stopped instead of
      *             piecing it together from SYSOUT.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       01 WRK-FIM-CONTROLE PIC X VALUE 'N'.
           88 NAO-HA-MAIS-CONTROLE VALUE 'S'.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'RUNCTREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELOPER'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           END-STRING
           WRITE RELATORIO-REC
           CLOSE ARQ-CONTROLE
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       LE-EVENTO-CONTROLE.
           READ ARQ-CONTROLE
