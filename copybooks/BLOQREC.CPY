      ******************************************************************
      * Copybook: BLOQREC
      * Record layout for BLOQUEIO, the student holds master keyed
      * by student ID + hold type (financial, library, disciplinary,
      * documentation). A hold is placed with the operator, date
      * and reason, and released - never deleted - with the
      * releasing operator, date and reason, so the record keeps
      * who blocked and who freed the student. Maintained behind a
      * level-3 sign-on by BLOQMANT; the financial hold is also
      * placed and lifted nightly by BLOQFIN from the COBRANCA
      * balance (BLQ-ORIGEM A), and BLOQFIN only ever lifts the
      * holds it placed itself. INSCMATR and HISTEMIT ask the shared
      * BLOQBUSC subprogram and refuse a student with an active
      * hold, naming it.
      ******************************************************************
       01 BLOQUEIO-REC.
           03 BLQ-CHAVE.
               05 BLQ-STUDENT-ID       PIC X(10).
               05 BLQ-TIPO             PIC X(01).
                   88 BLOQUEIO-FINANCEIRO    VALUE "F".
                   88 BLOQUEIO-BIBLIOTECA    VALUE "B".
                   88 BLOQUEIO-DISCIPLINAR   VALUE "D".
                   88 BLOQUEIO-DOCUMENTACAO  VALUE "C".
                   88 TIPO-BLOQUEIO-VALIDO   VALUE "F" "B" "D" "C".
           03 BLQ-SITUACAO         PIC X(01).
               88 BLOQUEIO-ATIVO       VALUE "A".
               88 BLOQUEIO-LIBERADO    VALUE "L".
           03 BLQ-ORIGEM           PIC X(01).
               88 BLOQUEIO-AUTOMATICO  VALUE "A".
               88 BLOQUEIO-MANUAL      VALUE "M".
           03 BLQ-MOTIVO           PIC X(30).
           03 BLQ-OPERADOR         PIC X(08).
           03 BLQ-DATA-BLOQUEIO    PIC 9(08).
           03 BLQ-MOTIVO-LIBERACAO PIC X(30).
           03 BLQ-OPERADOR-LIBERACAO PIC X(08).
           03 BLQ-DATA-LIBERACAO   PIC 9(08).
