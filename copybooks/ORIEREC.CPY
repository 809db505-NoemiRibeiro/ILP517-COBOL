      ******************************************************************
      * Copybook: ORIEREC
      * Record layout for ORIENTA, the academic-advisor assignment
      * keyed by student ID. ORI-IST-ID points at the INSTMSTR
      * instructor responsible for the student; ORIEMANT assigns
      * and changes it, recording who made the assignment and when.
      * RELRISCO groups the at-risk students by this advisor.
      ******************************************************************
       01 ORIENTACAO-REC.
           03 ORI-STUDENT-ID       PIC X(10).
           03 ORI-IST-ID           PIC X(06).
           03 ORI-DATA-ATRIBUICAO  PIC 9(08).
           03 ORI-OPERADOR         PIC X(08).
