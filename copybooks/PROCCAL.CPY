      * controller at the top of every DLYBATCH run: a holiday or
      * non-business day skips the whole stream (logged to RUNCTL
      * as skipped-by-calendar, not silently absent), a date
      * without the weekly-attendance flag skips FREQLOAD and the
      * weekly INTEGREF integrity sweep, and the
      * month-end flag is what finally releases the EXTRFIXO
      * monthly extract on the last business day instead of by
      * hand submission.
