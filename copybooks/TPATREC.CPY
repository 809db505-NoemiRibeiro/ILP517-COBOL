      ******************************************************************
      * Copybook: TPATREC
      * Record layout for TIPOATIV, the complementary activity type
      * table keyed by type code (internship, extension project,
      * event, ...), maintained through ATIVMANT. TPA-MAX-HORAS is
      * the most hours of the type a student may have counted
      * toward the program's complementary hours: ATIVMANT refuses
      * an entry that would take the student past it, and GRADAPUR
      * counts no more than it should the limit be lowered later.
      * Zero means no limit.
      ******************************************************************
       01 TIPO-ATIVIDADE-REC.
           03 TPA-TIPO             PIC X(02).
           03 TPA-DESCRICAO        PIC X(30).
           03 TPA-MAX-HORAS        PIC 9(04).
           03 TPA-OPERADOR         PIC X(08).
           03 TPA-DATA-ALTERACAO   PIC 9(08).
