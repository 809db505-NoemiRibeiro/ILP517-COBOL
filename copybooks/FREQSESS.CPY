      * unappealable number delivered at grade time - and the
      * per-session detail is what a student contesting the
      * percentage is shown. RELFALTA reports the pairs trending
      * below the floor while sessions remain. An absence excused
      * by a medical or legal document (JUSTFALT, kept on JUSTMSTR)
      * is flagged J and counts as a session attended.
      ******************************************************************
       01 FREQ-DET-REC.
           03 FDT-CHAVE.
           03 FDT-PRESENCA         PIC X(01).
               88 SESSAO-PRESENTE      VALUE "P".
               88 SESSAO-AUSENTE       VALUE "A".
               88 SESSAO-JUSTIFICADA   VALUE "J".
