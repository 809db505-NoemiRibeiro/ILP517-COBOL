      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQBUSC.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New subprogram. Shared reader for the BLOQUEIO
      *             student holds master, the way BOLSBUSC serves
      *             BOLSAS: given a student it returns S when any
      *             hold is active, with the type, reason and date
      *             of the first one found, so the caller can say
      *             which hold blocks the student. No active hold -
      *             or no BLOQUEIO file at all - returns N and
      *             blanks. Called by INSCMATR and HISTEMIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQUEIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WRK-STATUS-BLOQUEIOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-BLOQUEIOS.
           COPY BLOQREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-BLOQUEIOS PIC X(02).

       01 WRK-FIM-BLOQUEIOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-BLOQUEIOS VALUE 'S'.

       LINKAGE SECTION.
       01 LNK-STUDENT-ID       PIC X(10).
       01 LNK-BLOQUEADO        PIC X(01).
       01 LNK-TIPO-BLOQUEIO    PIC X(01).
       01 LNK-MOTIVO           PIC X(30).
       01 LNK-DATA-BLOQUEIO    PIC 9(08).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-STUDENT-ID, LNK-BLOQUEADO,
               LNK-TIPO-BLOQUEIO, LNK-MOTIVO, LNK-DATA-BLOQUEIO.
       INICIO.
           MOVE 'N' TO LNK-BLOQUEADO
           MOVE SPACE TO LNK-TIPO-BLOQUEIO
           MOVE SPACES TO LNK-MOTIVO
           MOVE 0 TO LNK-DATA-BLOQUEIO
           OPEN INPUT ARQ-BLOQUEIOS
           IF WRK-STATUS-BLOQUEIOS NOT = '00'
               GOBACK
           END-IF
           MOVE 'N' TO WRK-FIM-BLOQUEIOS
           MOVE LNK-STUDENT-ID TO BLQ-STUDENT-ID
           MOVE LOW-VALUES TO BLQ-TIPO
           START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BLQ-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-BLOQUEIOS TO TRUE
           END-START
           PERFORM LE-BLOQUEIO UNTIL NAO-HA-MAIS-BLOQUEIOS
           CLOSE ARQ-BLOQUEIOS
           GOBACK.

      * The holds of a student sit together in key order; the scan
      * stops at the first active one or when the student changes.
       LE-BLOQUEIO.
           READ ARQ-BLOQUEIOS NEXT
               AT END
                   SET NAO-HA-MAIS-BLOQUEIOS TO TRUE
               NOT AT END
                   IF BLQ-STUDENT-ID NOT = LNK-STUDENT-ID
                       SET NAO-HA-MAIS-BLOQUEIOS TO TRUE
                   ELSE
                       IF BLOQUEIO-ATIVO
                           MOVE 'S' TO LNK-BLOQUEADO
                           MOVE BLQ-TIPO TO LNK-TIPO-BLOQUEIO
                           MOVE BLQ-MOTIVO TO LNK-MOTIVO
                           MOVE BLQ-DATA-BLOQUEIO TO LNK-DATA-BLOQUEIO
                           SET NAO-HA-MAIS-BLOQUEIOS TO TRUE
                       END-IF
                   END-IF
           END-READ.
       END PROGRAM BLOQBUSC.
