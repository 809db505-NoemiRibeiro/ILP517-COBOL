      ******************************************************************
      * Copybook: PLALREC
      * Record layout for PLANALUN, the payment plan each student
      * chose for a term, keyed by student ID + term. Maintained by
      * PLANMANT; read by PRESGERA when FATGERA splits the term
      * charge into installments. No record means plan 01.
      ******************************************************************
       01 PLANO-ALUNO-REC.
           03 PLA-CHAVE.
               05 PLA-STUDENT-ID       PIC X(10).
               05 PLA-TERMO            PIC 9(05).
           03 PLA-CODIGO-PLANO     PIC X(02).
           03 PLA-OPERADOR         PIC X(08).
           03 PLA-DATA-ESCOLHA     PIC 9(08).
