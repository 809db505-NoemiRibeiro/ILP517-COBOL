      ******************************************************************
      * Copybook: REEMPREC
      * Record layout for REEMBANC, the refund payment file REEMPAGA
      * sends to the bank: one credit transfer per approved refund,
      * to the account keyed at approval. RPG-REFERENCIA is RB
      * followed by the refund request key (student, term,
      * sequence), so the bank's confirmation can be traced back to
      * the request and to the LANCFIN ledger line.
      ******************************************************************
       01 PAGAMENTO-REEMBOLSO-REC.
           03 RPG-STUDENT-ID       PIC X(10).
           03 RPG-NOME             PIC X(30).
           03 RPG-BANCO            PIC 9(03).
           03 RPG-AGENCIA          PIC 9(05).
           03 RPG-CONTA            PIC X(12).
           03 RPG-VALOR            PIC 9(07)V99.
           03 RPG-DATA-PAGAMENTO   PIC 9(08).
           03 RPG-REFERENCIA       PIC X(20).
