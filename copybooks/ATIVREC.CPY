      ******************************************************************
      * Copybook: ATIVREC
      * Record layout for ATIVCOMP, the complementary activities of
      * each student (internships, extension projects, events) that
      * count toward the complementary hours a program requires,
      * keyed by student ID + sequence. Entered through ATIVMANT
      * from the approved paper form: the activity type from
      * TIPOATIV, the institution, the hours, the date of the
      * activity and the operator who approved it. Read by GRADAPUR
      * for the RELGRADU audit and the COLAGRAU conferral.
      ******************************************************************
       01 ATIVIDADE-REC.
           03 ATV-CHAVE.
               05 ATV-STUDENT-ID       PIC X(10).
               05 ATV-SEQUENCIA        PIC 9(03).
           03 ATV-TIPO             PIC X(02).
           03 ATV-INSTITUICAO      PIC X(30).
           03 ATV-HORAS            PIC 9(04).
           03 ATV-DATA-ATIVIDADE   PIC 9(08).
           03 ATV-OPERADOR         PIC X(08).
           03 ATV-DATA-REGISTRO    PIC 9(08).
