      * alternate key existed open with status 39 under this
      * definition; rename the old file MATRIMSTRF and rebuild it
      * once through LAYTMIGR mode M.
      * MAT-REPETICAO flags an attempt superseded under the course-
      * repeat rule of the POLITERM policy (POL-REGRA-REPETICAO):
      * blank, the attempt counts; R, a later or better attempt at
      * the same discipline replaced it. Set and cleared only by
      * the REPEMARC batch, which keeps the ALUNOS totals in step;
      * a superseded attempt stays on the transcript marked as
      * repeated but is out of every average. The same layout
      * serves the MATRARQV archive.
      * Cutover: files written before MAT-REPETICAO existed open
      * with status 39; rename MATRIMSTR to MATRIMSTRF and MATRARQV
      * to MATRARQVF and rebuild them once through LAYTMIGR modes
      * N and V.
      ******************************************************************
       01 MATRICULA-REC.
           03 MAT-CHAVE.
           03 MAT-DATA-LANCAMENTO  PIC 9(08).
           03 MAT-FREQUENCIA       PIC 9(03).
           03 MAT-DATA-LIMITE      PIC 9(08).
           03 MAT-REPETICAO        PIC X(01).
               88 MAT-TENTATIVA-CONTA    VALUE " ".
               88 MAT-TENTATIVA-SUPERADA VALUE "R".
