      ******************************************************************
      * Copybook: AVALREC
      * Record layout for AVALMSTR, the end-of-term course evaluation
      * results keyed by offering (course code + term, the OFERTAS
      * key) + question number. Loaded by AVALLOAD from the AVALENT
      * file the survey form system delivers: for each question the
      * number of students who answered each score of the 1-to-5
      * scale, with the respondent count and the average score
      * derived at load time. RELAVAL prints the averages per
      * instructor next to the pass/fail outcomes of the same
      * offerings. A reload of the same offering and question
      * replaces the record.
      ******************************************************************
       01 AVALIACAO-REC.
           03 AVL-CHAVE.
               05 AVL-CODIGO           PIC X(05).
               05 AVL-TERMO            PIC 9(05).
               05 AVL-QUESTAO          PIC 9(02).
           03 AVL-DISTRIBUICAO.
               05 AVL-QTD-NOTA         PIC 9(04) OCCURS 5 TIMES.
           03 AVL-QTD-RESPOSTAS    PIC 9(05).
           03 AVL-MEDIA            PIC 9(01)V99.
           03 AVL-DATA-CARGA       PIC 9(08).
