      ******************************************************************
      * Copybook: REEMBREC
      * Record layout for REEMBOLS, the refund requests for student
      * credit balances, keyed by student ID + term + sequence. The
      * nightly REEMGERA run opens a request (PENDENTE) for every
      * COBRANCA charge whose paid total is above the balance owed -
      * an overpayment, or a TRANCMAT reversal after payment - and
      * keeps its amount in step with the credit while it waits. A
      * level-3 operator approves it in REEMAPRV, keying the bank
      * account the money goes to, or refuses it with a reason. The
      * nightly REEMPAGA run pays the approved ones: a record on the
      * REEMBANC bank payment file, the refund posted to COBRANCA
      * and the LANCFIN ledger so the account nets to zero, and a
      * line on the REEMREL refund register. A request whose credit
      * is gone by then is cancelled with the reason.
      ******************************************************************
       01 REEMBOLSO-REC.
           03 REE-CHAVE.
               05 REE-STUDENT-ID       PIC X(10).
               05 REE-TERMO            PIC 9(05).
               05 REE-SEQUENCIA        PIC 9(03).
           03 REE-VALOR            PIC 9(07)V99.
           03 REE-DATA-SOLICITACAO PIC 9(08).
           03 REE-STATUS           PIC X(01).
               88 REEMBOLSO-PENDENTE   VALUE "P".
               88 REEMBOLSO-APROVADO   VALUE "A".
               88 REEMBOLSO-RECUSADO   VALUE "R".
               88 REEMBOLSO-PAGO       VALUE "G".
               88 REEMBOLSO-CANCELADO  VALUE "C".
               88 REEMBOLSO-EM-ABERTO  VALUE "P" "A".
           03 REE-BANCO            PIC 9(03).
           03 REE-AGENCIA          PIC 9(05).
           03 REE-CONTA            PIC X(12).
           03 REE-OPERADOR-DECISAO PIC X(08).
           03 REE-DATA-DECISAO     PIC 9(08).
           03 REE-MOTIVO           PIC X(30).
           03 REE-DATA-PAGAMENTO   PIC 9(08).
