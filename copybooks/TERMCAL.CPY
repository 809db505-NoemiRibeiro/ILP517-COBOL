      * existed open with status 39 under this definition; rename
      * the old file TERMCALF and rebuild it once through LAYTMIGR
      * mode T.
      * A term built by the TERMCLON next-term setup is written EM
      * PREPARACAO (P): it is on the calendar for review and for
      * registration, but no program treats it as open until the
      * registrar opens it in TERMMANT.
      * A closed term TERMREAB reopens for late changes (a court
      * order, a missed correction) is REABERTO (R) while the
      * records it brought back from MATRARQV sit on MATRIMSTR:
      * registration and grade entry still treat it as closed, and
      * only a TERMFECH re-close (which re-archives) ends it.
      ******************************************************************
       01 CALENDARIO-REC.
           03 CAL-TERMO            PIC 9(05).
           03 CAL-STATUS           PIC X(01).
               88 TERMO-ABERTO       VALUE "A".
               88 TERMO-ENCERRADO    VALUE "E".
               88 TERMO-EM-PREPARACAO VALUE "P".
               88 TERMO-REABERTO     VALUE "R".
           03 CAL-DATA-LIMITE-AJUSTE PIC 9(08).
