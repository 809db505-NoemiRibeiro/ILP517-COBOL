      * by CAT-CREDITOS times the per-credit rate (the rate used is
      * kept on the record so a TRANCMAT withdrawal before the
      * add/drop deadline can reverse exactly what was charged);
      * FATPAGTO posts payments (BANCRET those on the bank's return
      * file); RELSALDO prints the balance/aging report.
      * COB-VLR-LANCADO is the net charge: COB-VLR-BRUTO (credits
      * times rate) less COB-VLR-DESCONTO, the scholarship/discount
      * found on BOLSAS for the student and term, whose award type
      * is kept in COB-TIPO-BOLSA (space when none applied).
      * The charge is split into installments on PRESTAC following
      * payment plan COB-PLANO; COB-VLR-ENCARGOS is the late fee and
      * interest PRESJURO has accrued on them, so the balance owed
      * is COB-VLR-LANCADO plus COB-VLR-ENCARGOS less COB-VLR-PAGO.
      * A paid total above that (a credit balance) is refunded
      * through REEMGERA/REEMAPRV/REEMPAGA, which take the refund
      * back off COB-VLR-PAGO.
      * Cutover: files written before COB-VLR-BRUTO existed open
      * with status 39 under this definition; rename the old file
      * COBRANCAF and rebuild it once through LAYTMIGR mode C.
      ******************************************************************
       01 COBRANCA-REC.
           03 COB-CHAVE.
           03 COB-VLR-PAGO         PIC 9(07)V99.
           03 COB-DATA-GERACAO     PIC 9(08).
           03 COB-DATA-ULT-PAGTO   PIC 9(08).
           03 COB-VLR-BRUTO        PIC 9(07)V99.
           03 COB-VLR-DESCONTO     PIC 9(07)V99.
           03 COB-TIPO-BOLSA       PIC X(01).
           03 COB-PLANO            PIC X(02).
           03 COB-VLR-ENCARGOS     PIC 9(07)V99.
