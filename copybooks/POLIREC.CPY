      * compiled into four programs, and nothing recorded which
      * rule was in force when an old grade was classified. The
      * rule for a historical outcome is the record of its term.
      * The POL-CORR fields say which NOTACORR corrections of a
      * term's grades are held on NOTAPEND for a second operator's
      * approval in NOTAAPRV: a correction made after the term's
      * end date, one that moves the outcome into or out of
      * APROVADO, and one that moves the grade by more than the
      * point limit (zero, no limit). NOTACORR holds on all three,
      * with a 2,0 limit, for a term without a policy record.
      * POL-REGRA-REPETICAO is the course-repeat rule: when a
      * student has more than one graded attempt at a discipline,
      * U counts only the latest attempt, M only the best grade
      * (the latest of equal grades), T every attempt. The rule of
      * the term of the latest attempt governs the whole set;
      * REPEMARC flags the superseded attempts (MAT-REPETICAO) and
      * takes them out of the ALUNOS totals. Blank, or no policy
      * record for the term, reads as T.
      * Cutover: a POLITERM written before POL-REGRA-REPETICAO
      * existed opens with status 39; rename it POLITERMF and
      * rebuild it once through LAYTMIGR mode G.
      ******************************************************************
       01 POLITICA-REC.
           03 POL-TERMO            PIC 9(05).
           03 POL-MEDIA-APROVACAO  PIC 9(02)V9(01).
           03 POL-PISO-RECUPERACAO PIC 9(02)V9(01).
           03 POL-FREQ-MINIMA      PIC 9(03).
           03 POL-CORR-APOS-FIM    PIC X(01).
           03 POL-CORR-INVERSAO    PIC X(01).
           03 POL-CORR-LIMITE-PONTOS PIC 9(02)V9(01).
           03 POL-REGRA-REPETICAO  PIC X(01).
               88 REPETICAO-ULTIMA   VALUE "U".
               88 REPETICAO-MELHOR   VALUE "M".
               88 REPETICAO-TODAS    VALUE "T" " ".
