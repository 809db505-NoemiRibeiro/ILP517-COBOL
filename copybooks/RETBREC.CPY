      ******************************************************************
      * Copybook: RETBREC
      * Record layout for RETBANCO, the bank's daily payment return
      * file: one record per tuition payment received, with the
      * student ID and term of the COBRANCA charge it pays, the
      * amount, the payment date and the bank's own reference.
      * BANCRET posts each matched record to COBRANCA and parks the
      * rest on the RETSUSP suspense file.
      ******************************************************************
       01 RETORNO-REC.
           03 RET-STUDENT-ID       PIC X(10).
           03 RET-TERMO            PIC 9(05).
           03 RET-VLR-PAGO         PIC 9(07)V99.
           03 RET-DATA-PAGTO       PIC 9(08).
           03 RET-REFERENCIA       PIC X(20).
