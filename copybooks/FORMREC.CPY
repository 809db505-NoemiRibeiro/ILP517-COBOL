      ******************************************************************
      * Copybook: FORMREC
      * Record layout for FORMADOS, the graduates file keyed by
      * student ID + program of study, written by the COLAGRAU
      * degree conferral run for each student the GRADAPUR audit
      * finds with every CURRMSTR requirement group complete: the
      * conferral date, the credits completed, the final
      * credit-weighted average and its honors band, the
      * complementary activity hours counted, and the
      * diploma number COLAGRAU assigned from DIPLCTL and logged to
      * DIPLLOG. A student already on file for the program is not
      * conferred again.
      ******************************************************************
       01 FORMADO-REC.
           03 FRM-CHAVE.
               05 FRM-STUDENT-ID       PIC X(10).
               05 FRM-PROGRAMA         PIC X(05).
           03 FRM-NOME             PIC X(30).
           03 FRM-DATA-COLACAO     PIC 9(08).
           03 FRM-CRED-CONCLUIDOS  PIC 9(04).
           03 FRM-MEDIA-PONDERADA  PIC 9(02)V99.
           03 FRM-HORAS-COMPLEMENTARES PIC 9(04).
           03 FRM-MENCAO           PIC X(01).
               88 MENCAO-SUMMA         VALUE "S".
               88 MENCAO-MAGNA         VALUE "M".
               88 MENCAO-CUM-LAUDE     VALUE "C".
               88 SEM-MENCAO           VALUE "N".
           03 FRM-NUMERO-DIPLOMA   PIC 9(07).
           03 FRM-DATA-PROCESSO    PIC 9(08).
