      ******************************************************************
      * Copybook: SUSPREC
      * Record layout for RETSUSP, the suspense file of bank return
      * records BANCRET could not post: the record as the bank sent
      * it, why it was parked and on which processing date. The
      * finance desk works the pending entries by hand (FATPAGTO
      * once the student or term is known) and marks them resolved.
      ******************************************************************
       01 SUSPENSO-REC.
           03 SUS-STUDENT-ID       PIC X(10).
           03 SUS-TERMO            PIC 9(05).
           03 SUS-VLR-PAGO         PIC 9(07)V99.
           03 SUS-DATA-PAGTO       PIC 9(08).
           03 SUS-REFERENCIA       PIC X(20).
           03 SUS-MOTIVO           PIC X(30).
           03 SUS-DATA-PROCESSO    PIC 9(08).
           03 SUS-STATUS           PIC X(01).
               88 SUSPENSO-PENDENTE  VALUE "P".
               88 SUSPENSO-RESOLVIDO VALUE "R".
