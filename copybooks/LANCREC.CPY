      ******************************************************************
      * Copybook: LANCREC
      * Record layout for LANCFIN, the student account ledger keyed
      * by student ID + term + sequence. Every movement on a
      * COBRANCA charge is appended through the shared LANCGRAV
      * subprogram: the gross charge and its recalculations from
      * FATGERA, the scholarship/discount, the late fee and interest
      * accrued by PRESJURO, each payment posted by FATPAGTO and
      * each TRANCMAT withdrawal reversal and each credit balance
      * refunded by REEMPAGA - with the date, amount and operator
      * (the program name for a batch posting). Amounts are
      * unsigned; LAN-NATUREZA says whether the line raises the
      * balance owed (D) or lowers it (C), so the debits less the
      * credits of a student and term equal COB-VLR-LANCADO plus
      * COB-VLR-ENCARGOS less COB-VLR-PAGO. EXTRCONT prints the
      * monthly account statements from this file. LAN-DATA-CONTABIL
      * is the date CTBEXTR sent the line to the general ledger -
      * zero while it has not been sent.
      ******************************************************************
       01 LANCAMENTO-REC.
           03 LAN-CHAVE.
               05 LAN-STUDENT-ID       PIC X(10).
               05 LAN-TERMO            PIC 9(05).
               05 LAN-SEQUENCIA        PIC 9(05).
           03 LAN-TIPO             PIC X(01).
               88 LANC-COBRANCA        VALUE "C".
               88 LANC-DESCONTO        VALUE "D".
               88 LANC-ENCARGO         VALUE "J".
               88 LANC-PAGAMENTO       VALUE "P".
               88 LANC-ESTORNO         VALUE "E".
               88 LANC-REEMBOLSO       VALUE "R".
           03 LAN-NATUREZA         PIC X(01).
               88 LANC-DEBITO          VALUE "D".
               88 LANC-CREDITO         VALUE "C".
           03 LAN-DATA             PIC 9(08).
           03 LAN-VALOR            PIC 9(07)V99.
           03 LAN-OPERADOR         PIC X(08).
           03 LAN-PROGRAMA         PIC X(08).
           03 LAN-HISTORICO        PIC X(30).
           03 LAN-DATA-CONTABIL    PIC 9(08).
