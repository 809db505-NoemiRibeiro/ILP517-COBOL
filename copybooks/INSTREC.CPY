      * of the thirty characters of free text that counted "MARIA
      * SILVA", "M. SILVA" and "MARIA DA SILVA" as three
      * instructors with three pass rates.
      * IST-VINCULO tells the staff faculty from the adjuncts paid
      * by the hour: RELCARGA sends the term teaching hours of the
      * adjuncts to HR payroll.
      ******************************************************************
       01 INSTRUTOR-REC.
           03 IST-ID               PIC X(06).
           03 IST-SITUACAO         PIC X(01).
               88 INSTRUTOR-ATIVO    VALUE "A".
               88 INSTRUTOR-INATIVO  VALUE "I".
           03 IST-VINCULO          PIC X(01).
               88 VINCULO-EFETIVO    VALUE "E".
               88 VINCULO-ADJUNTO    VALUE "A".
               88 VINCULO-VALIDO     VALUE "E" "A".
