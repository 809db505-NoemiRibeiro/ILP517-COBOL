      *             step itself, never silently absent. A date not
      *             on the calendar runs everything, with a
      *             warning.
      * 15/10/2026  PRESJURO, the nightly late-fee and interest
      *             accrual over the PRESTAC installments, joins the
      *             stream list so a non-business day parks it too.
      * 15/10/2026  EXTRCONT, the monthly student account statements,
      *             joins the stream list and, like EXTRFIXO, is
      *             parked on every day but the last business day of
      *             the month.
      * 15/10/2026  BANCRET, the automatic posting of the bank's
      *             payment return file, joins the stream list.
      * 15/10/2026  BLOQFIN, the nightly automatic financial hold on
      *             the BLOQUEIO holds master, joins the stream list.
      * 15/10/2026  REEMGERA and REEMPAGA, the nightly refund request
      *             and refund payment runs, join the stream list.
      * 15/10/2026  CTBEXTR, the daily general-ledger extract from
      *             billing, joins the stream list.
      * 15/10/2026  INTEGREF, the referential integrity sweep over
      *             the masters, joins the stream list. It is a
      *             weekly run: like FREQLOAD it is parked on every
      *             date without the calendar's weekly flag.
      * 15/10/2026  REPEMARC, the nightly course-repeat flagging run
      *             that follows PROGR06, joins the stream list.
      * 15/10/2026  ENTRCTRL, the inbound feed registry that refuses a
      *             resent feed and flags an expected one missing, joins
      *             the stream list.
      * 15/10/2026  ESTAPURA, which keeps the ESTMSTR term statistics
      *             master from the JRNLMATR journal after REPEMARC,
      *             joins the stream list.
      * 15/10/2026  ORCAVENC and FATOGERA, the nightly quote expiry
      *             and repricing and the invoicing of accepted
      *             quotes after GEOMOTOR, join the stream list.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           03 FILLER PIC X(08) VALUE 'NOTAEDIT'.
           03 FILLER PIC X(08) VALUE 'FREQLOAD'.
           03 FILLER PIC X(08) VALUE 'PROGR06'.
           03 FILLER PIC X(08) VALUE 'REPEMARC'.
           03 FILLER PIC X(08) VALUE 'RECONCIL'.
           03 FILLER PIC X(08) VALUE 'RELPENDE'.
           03 FILLER PIC X(08) VALUE 'CMPRECON'.
           03 FILLER PIC X(08) VALUE 'GEOMOTOR'.
           03 FILLER PIC X(08) VALUE 'EXTRFIXO'.
           03 FILLER PIC X(08) VALUE 'RELTERMO'.
           03 FILLER PIC X(08) VALUE 'BANCRET'.
           03 FILLER PIC X(08) VALUE 'PRESJURO'.
           03 FILLER PIC X(08) VALUE 'BLOQFIN'.
           03 FILLER PIC X(08) VALUE 'REEMGERA'.
           03 FILLER PIC X(08) VALUE 'REEMPAGA'.
           03 FILLER PIC X(08) VALUE 'CTBEXTR'.
           03 FILLER PIC X(08) VALUE 'EXTRCONT'.
           03 FILLER PIC X(08) VALUE 'INTEGREF'.
           03 FILLER PIC X(08) VALUE 'ENTRCTRL'.
           03 FILLER PIC X(08) VALUE 'ESTAPURA'.
           03 FILLER PIC X(08) VALUE 'ORCAVENC'.
           03 FILLER PIC X(08) VALUE 'FATOGERA'.
       01 FILLER REDEFINES WRK-STREAM-FIXO.
           03 WRK-STREAM-PROGRAMA OCCURS 24 TIMES PIC X(08).

       01 FILA-DE-PULOS.
           03 WRK-QTD-FILA         PIC 9(02) VALUE 0.

      * The processing calendar has the last word on what tonight
      * even is: a holiday parks the whole stream, a date without
      * the weekly flag parks FREQLOAD and the INTEGREF integrity
      * sweep, and EXTRFIXO and EXTRCONT only run on the last
      * business day of the month. A date missing from the
      * calendar runs everything, with a warning, rather than
      * silently holding the night's grades.
       APLICA-CALENDARIO.
           OPEN INPUT ARQ-CALENDARIO-PROC
           IF WRK-STATUS-CALENDARIO NOT = '00'
                   '). TODO O FLUXO SERA PULADO.'
               PERFORM ENFILEIRA-CALENDARIO
                   VARYING CONTADOR FROM 1 BY 1
                   UNTIL CONTADOR > 24
           ELSE
               IF PCA-DIA-FREQUENCIA NOT = 'S'
                   MOVE 'FREQLOAD' TO WRK-PROGRAMA-CAL
                   PERFORM ENFILEIRA-UM-CALENDARIO
                   MOVE 'INTEGREF' TO WRK-PROGRAMA-CAL
                   PERFORM ENFILEIRA-UM-CALENDARIO
               END-IF
               IF PCA-ULTIMO-DIA-MES NOT = 'S'
                   MOVE 'EXTRFIXO' TO WRK-PROGRAMA-CAL
                   PERFORM ENFILEIRA-UM-CALENDARIO
                   MOVE 'EXTRCONT' TO WRK-PROGRAMA-CAL
                   PERFORM ENFILEIRA-UM-CALENDARIO
               END-IF
           END-IF.

