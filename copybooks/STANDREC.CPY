      * run. ALUNMANT inquiry and RELRISCO read the history to show
      * a student's trajectory instead of only the lifetime totals
      * on ALUNOS - a student whose one bad term is behind them no
      * longer looks like one in free fall. STD-PROGRAMA is the
      * program of study the student was declared in (MST-PROGRAMA)
      * when the term was computed, so the term totals break by
      * program even after the student changes program. Cutover: a
      * STANDMSTR written before the field existed opens with
      * status 39; rename it STANDMSTRF and rebuild it once through
      * LAYTMIGR mode S.
      ******************************************************************
       01 STANDING-REC.
           03 STD-CHAVE.
               88 STANDING-PROBATORIO  VALUE "P".
               88 STANDING-SUSPENSO    VALUE "S".
           03 STD-DATA-APURACAO    PIC 9(08).
           03 STD-PROGRAMA         PIC X(05).
