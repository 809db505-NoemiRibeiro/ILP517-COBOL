      ******************************************************************
      * Copybook: PESSREC
      * Record layout for ALUNPESS, the student's personal data the
      * higher-education census requires and ALUNOS does not carry:
      * birth date, national ID (CPF, eleven digits with its two
      * check digits) and sex. Keyed by student ID; captured through
      * ALUNMANT option P and read by the CENSEXTR census extract.
      * Kept apart from ALUNOS, whose record is the full width of
      * the JRNLMATR after-image, so the master and its journal
      * keep their layout.
      ******************************************************************
       01 PESSOAL-REC.
           03 PES-STUDENT-ID       PIC X(10).
           03 PES-DATA-NASCIMENTO  PIC 9(08).
           03 PES-CPF              PIC 9(11).
           03 PES-SEXO             PIC X(01).
               88 SEXO-MASCULINO     VALUE "M".
               88 SEXO-FEMININO      VALUE "F".
               88 SEXO-VALIDO        VALUE "M" "F".
           03 PES-OPERADOR         PIC X(08).
           03 PES-DATA-ATUALIZACAO PIC 9(08).
