      *             on RUNCTL for the date, and this program logs
      *             itself PULADO and ends RC 0 instead of
      *             re-running.
      * 15/10/2026  A re-fed absence no longer overwrites a session
      *             excused on JUSTFALT, and a justified session counts
      *             as attended in the running percentage.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           MOVE FQS-PRESENCA TO FDT-PRESENCA
           WRITE FREQ-DET-REC
               INVALID KEY
                   PERFORM REGRAVA-SESSAO
           END-WRITE
           ADD 1 TO WRK-QTD-SESS-GRAVADA
           PERFORM DERIVA-PERCENTUAL.

      * A session JUSTFALT excused stays justified when the feed
      * re-sends it as an absence; only a corrected presence
      * replaces it.
       REGRAVA-SESSAO.
           READ ARQ-FREQ-DETALHE
               INVALID KEY
                   CONTINUE
           END-READ
           IF SESSAO-JUSTIFICADA AND FQS-PRESENCA = 'A'
               CONTINUE
           ELSE
               MOVE FQS-PRESENCA TO FDT-PRESENCA
               REWRITE FREQ-DET-REC
           END-IF.

      * The running percentage of the pair is recomputed from the
      * whole ledger, so a corrected or re-fed session always
      * leaves the master consistent with the detail shown to a
                       AND FDT-CODIGO = FQS-CODIGO
                       AND FDT-TERMO = FQS-TERMO
                       ADD 1 TO WRK-QTD-SESSOES
                       IF SESSAO-PRESENTE OR SESSAO-JUSTIFICADA
                           ADD 1 TO WRK-QTD-PRESENCAS
                       END-IF
                   ELSE
