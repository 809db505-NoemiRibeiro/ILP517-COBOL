      ******************************************************************
      * Copybook: CONTREC
      * Record layout for CONTATO, the advising contact log keyed by
      * student ID + contact date + sequence, so a student's
      * contacts read back in date order. Each entry records the
      * advisor who made the contact, the channel, a summary and
      * the date agreed for the follow-up (zero when none). Written
      * by ORIEMANT; RELRISCO takes the last contact date from it.
      ******************************************************************
       01 CONTATO-REC.
           03 CTT-CHAVE.
               05 CTT-STUDENT-ID       PIC X(10).
               05 CTT-DATA             PIC 9(08).
               05 CTT-SEQUENCIA        PIC 9(03).
           03 CTT-IST-ID           PIC X(06).
           03 CTT-CANAL            PIC X(01).
               88 CANAL-PRESENCIAL     VALUE "P".
               88 CANAL-TELEFONE       VALUE "T".
               88 CANAL-EMAIL          VALUE "E".
               88 CANAL-VIDEO          VALUE "V".
               88 CANAL-VALIDO         VALUE "P" "T" "E" "V".
           03 CTT-RESUMO           PIC X(60).
           03 CTT-DATA-RETORNO     PIC 9(08).
           03 CTT-OPERADOR         PIC X(08).
