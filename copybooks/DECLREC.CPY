      ******************************************************************
      * Copybook: DECLREC
      * Record layout for DECLPROG, the program-of-study declaration
      * history keyed by student ID + sequence. DECLMANT writes one
      * record each time a student declares or changes program: the
      * CURRMSTR program code, the curriculum version, the term the
      * declaration takes effect, the reason and the operator. The
      * declaration in force has DCL-TERMO-FIM zero; a change closes
      * it with the start term of the new one, so each earlier
      * program covers the terms from its start up to (not
      * including) its end term. The declaration in force is also
      * carried on ALUNOS as MST-PROGRAMA / MST-VERSAO-CURRICULO.
      ******************************************************************
       01 DECLARACAO-REC.
           03 DCL-CHAVE.
               05 DCL-STUDENT-ID       PIC X(10).
               05 DCL-SEQUENCIA        PIC 9(03).
           03 DCL-PROGRAMA         PIC X(05).
           03 DCL-VERSAO-CURRICULO PIC X(03).
           03 DCL-TERMO-INICIO     PIC 9(05).
           03 DCL-TERMO-FIM        PIC 9(05).
           03 DCL-MOTIVO           PIC X(30).
           03 DCL-OPERADOR         PIC X(08).
           03 DCL-DATA-REGISTRO    PIC 9(08).
