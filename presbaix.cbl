      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESBAIX.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New subprogram. Settles a payment against the
      *             PRESTAC installments of a COBRANCA charge, oldest
      *             installment first - late fee and interest of an
      *             installment before its principal - so every
      *             posting path applies money the same way. Returns
      *             the part of the payment no open installment
      *             absorbed (an overpayment, left as a credit on
      *             the charge), and the full amount when the charge
      *             has no installments or PRESTAC is not available.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRESTACOES ASSIGN TO "PRESTAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-STATUS-PRESTACOES.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-PRESTACOES.
           COPY PRESTREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PRESTACOES PIC X(02).
       77 WRK-VLR-ABERTO        PIC 9(07)V99.

       01 WRK-FIM-PRESTACOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PRESTACOES VALUE 'S'.

       LINKAGE SECTION.
       01 LNK-STUDENT-ID       PIC X(10).
       01 LNK-TERMO            PIC 9(05).
       01 LNK-VLR-PAGAMENTO    PIC 9(07)V99.
       01 LNK-DATA-PAGAMENTO   PIC 9(08).
       01 LNK-VLR-SOBRA        PIC 9(07)V99.
      ******************************************************************
       PROCEDURE DIVISION USING LNK-STUDENT-ID, LNK-TERMO,
               LNK-VLR-PAGAMENTO, LNK-DATA-PAGAMENTO, LNK-VLR-SOBRA.
       INICIO.
           MOVE LNK-VLR-PAGAMENTO TO LNK-VLR-SOBRA
           MOVE 'N' TO WRK-FIM-PRESTACOES
           OPEN I-O ARQ-PRESTACOES
           IF WRK-STATUS-PRESTACOES NOT = '00'
               GOBACK
           END-IF
           MOVE LNK-STUDENT-ID TO PRE-STUDENT-ID
           MOVE LNK-TERMO TO PRE-TERMO
           MOVE 0 TO PRE-NUMERO
           START ARQ-PRESTACOES KEY IS NOT LESS THAN PRE-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PRESTACOES TO TRUE
           END-START
           PERFORM BAIXA-PARCELA
               UNTIL NAO-HA-MAIS-PRESTACOES OR LNK-VLR-SOBRA = 0
           CLOSE ARQ-PRESTACOES
           GOBACK.

      * Installment numbers follow the due dates, so key order is
      * oldest first.
       BAIXA-PARCELA.
           READ ARQ-PRESTACOES NEXT
               AT END
                   SET NAO-HA-MAIS-PRESTACOES TO TRUE
               NOT AT END
                   IF PRE-STUDENT-ID = LNK-STUDENT-ID
                       AND PRE-TERMO = LNK-TERMO
                       COMPUTE WRK-VLR-ABERTO = PRE-VLR-PARCELA
                           + PRE-VLR-MULTA + PRE-VLR-JUROS
                           - PRE-VLR-PAGO
                       IF WRK-VLR-ABERTO > 0
                           PERFORM APLICA-NA-PARCELA
                       END-IF
                   ELSE
                       SET NAO-HA-MAIS-PRESTACOES TO TRUE
                   END-IF
           END-READ.

       APLICA-NA-PARCELA.
           IF LNK-VLR-SOBRA >= WRK-VLR-ABERTO
               ADD WRK-VLR-ABERTO TO PRE-VLR-PAGO
               SUBTRACT WRK-VLR-ABERTO FROM LNK-VLR-SOBRA
           ELSE
               ADD LNK-VLR-SOBRA TO PRE-VLR-PAGO
               MOVE 0 TO LNK-VLR-SOBRA
           END-IF
           MOVE LNK-DATA-PAGAMENTO TO PRE-DATA-ULT-PAGTO
           REWRITE PRESTACAO-REC.
       END PROGRAM PRESBAIX.
