      * CAT-INSTRUTOR-ID keys the instructor to the INSTMSTR master
      * maintained by INSTMANT; CAT-INSTRUTOR keeps the display
      * name as the extract delivered it.
      * CAT-SITUACAO retires a discipline without deleting it: a
      * code with grades on MATRIMSTR can never be deleted, so an
      * inactive one stays in the catalog for the history but is
      * no longer offered - TERMCLON does not carry it into a new
      * term. Blank (extracts from before the field) is active.
      * Cutover: CATMSTR files written before CAT-SITUACAO existed
      * open with status 39 under this definition - CATALOAD's full
      * load included, since it reads the old master for its impact
      * check. Rename the master CATMSTRF and convert it once with
      * LAYTMIGR mode D, which carries every discipline active.
      ******************************************************************
       01 CATALOGO-REC.
           03 CAT-CODIGO           PIC X(05).
           03 CAT-INSTRUTOR        PIC X(030).
           03 CAT-PREREQ           PIC X(05).
           03 CAT-INSTRUTOR-ID     PIC X(06).
           03 CAT-SITUACAO         PIC X(01).
               88 DISCIPLINA-ATIVA   VALUE "A" " ".
               88 DISCIPLINA-INATIVA VALUE "I".
