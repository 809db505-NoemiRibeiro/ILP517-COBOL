      ******************************************************************
      * Copybook: PRESTREC
      * Record layout for PRESTAC, the installments of each COBRANCA
      * term charge, keyed by student ID + term + installment
      * number. PRESGERA splits the net charge following the payment
      * plan chosen for the student (PLANPAG/PLANALUN) and keeps the
      * plan's late fee and daily interest on every installment;
      * the nightly PRESJURO run accrues them on overdue
      * installments, FATPAGTO settles payments through PRESBAIX
      * against the oldest open installment first, and RELSALDO
      * ages the balance by days past the due date. The open amount
      * of an installment is PRE-VLR-PARCELA plus PRE-VLR-MULTA plus
      * PRE-VLR-JUROS less PRE-VLR-PAGO; a payment settles the fees
      * before the principal.
      ******************************************************************
       01 PRESTACAO-REC.
           03 PRE-CHAVE.
               05 PRE-STUDENT-ID       PIC X(10).
               05 PRE-TERMO            PIC 9(05).
               05 PRE-NUMERO           PIC 9(02).
           03 PRE-DATA-VENCIMENTO  PIC 9(08).
           03 PRE-VLR-PARCELA      PIC 9(07)V99.
           03 PRE-VLR-MULTA        PIC 9(07)V99.
           03 PRE-VLR-JUROS        PIC 9(07)V99.
           03 PRE-VLR-PAGO         PIC 9(07)V99.
           03 PRE-PCT-MULTA        PIC 9(02)V99.
           03 PRE-PCT-JUROS-DIA    PIC 9(01)V9(04).
           03 PRE-DATA-ULT-ACRESCIMO PIC 9(08).
           03 PRE-DATA-ULT-PAGTO   PIC 9(08).
