      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLSBUSC.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New subprogram. Shared reader for the BOLSAS
      *             scholarship/discount master, the way POLIBUSC
      *             serves POLITERM: given a student, a term, a
      *             reference date and the gross charge it returns
      *             the discount and the award type. A percentage
      *             award is applied to the gross, a fixed-amount
      *             award is capped at it, and an award outside its
      *             validity window - or no award, or no BOLSAS file
      *             at all - returns zero and a blank type, so
      *             FATGERA and TRANCMAT price exactly as before.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BOLSAS ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS WRK-STATUS-BOLSAS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-BOLSAS.
           COPY BOLSAREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-BOLSAS    PIC X(02).

       LINKAGE SECTION.
       01 LNK-STUDENT-ID       PIC X(10).
       01 LNK-TERMO            PIC 9(05).
       01 LNK-DATA-REFERENCIA  PIC 9(08).
       01 LNK-VLR-BRUTO        PIC 9(07)V99.
       01 LNK-VLR-DESCONTO     PIC 9(07)V99.
       01 LNK-TIPO-BOLSA       PIC X(01).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-STUDENT-ID, LNK-TERMO,
               LNK-DATA-REFERENCIA, LNK-VLR-BRUTO, LNK-VLR-DESCONTO,
               LNK-TIPO-BOLSA.
       INICIO.
           MOVE 0 TO LNK-VLR-DESCONTO
           MOVE SPACE TO LNK-TIPO-BOLSA
           OPEN INPUT ARQ-BOLSAS
           IF WRK-STATUS-BOLSAS NOT = '00'
               GOBACK
           END-IF
           MOVE LNK-STUDENT-ID TO BOL-STUDENT-ID
           MOVE LNK-TERMO TO BOL-TERMO
           READ ARQ-BOLSAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LNK-DATA-REFERENCIA >= BOL-DATA-INICIO
                       AND LNK-DATA-REFERENCIA <= BOL-DATA-FIM
                       PERFORM CALCULA-DESCONTO
                   END-IF
           END-READ
           CLOSE ARQ-BOLSAS
           GOBACK.

      * The discount never exceeds the gross: a fixed award larger
      * than a reduced charge zeroes it, it does not make it
      * negative.
       CALCULA-DESCONTO.
           IF BOLSA-PERCENTUAL
               COMPUTE LNK-VLR-DESCONTO ROUNDED =
                   LNK-VLR-BRUTO * BOL-PERCENTUAL / 100
           ELSE
               MOVE BOL-VALOR TO LNK-VLR-DESCONTO
           END-IF
           IF LNK-VLR-DESCONTO > LNK-VLR-BRUTO
               MOVE LNK-VLR-BRUTO TO LNK-VLR-DESCONTO
           END-IF
           MOVE BOL-TIPO TO LNK-TIPO-BOLSA.
       END PROGRAM BOLSBUSC.
