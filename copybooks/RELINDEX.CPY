      ******************************************************************
      * Copybook: RELINDEX
      * Record layout for RELINDEX, the report repository index.
      * Every report program calls RELREGIS after closing its
      * report, which adds one entry here per run - report ID (the
      * file the report was written to), processing date and a
      * sequence for reruns on the same day, program, term, line
      * and page counts - and keeps the text itself on RELCONT, so
      * a report outlives the generations of its own dataset.
      * IND-DATA-EXPIRA comes from the RELTIPO retention for the
      * report type; RELEXPUR drops the entry and its text past it.
      * IND-SITUACAO INCOMPLETO means the text could not be copied
      * (report file missing or RELCONT unavailable): the entry
      * records the run but there is nothing to reprint.
      ******************************************************************
       01 RELINDEX-REC.
           03 IND-CHAVE.
               05 IND-RELATORIO        PIC X(10).
               05 IND-DATA             PIC 9(08).
               05 IND-SEQUENCIA        PIC 9(03).
           03 IND-HORA             PIC 9(06).
           03 IND-PROGRAMA         PIC X(08).
           03 IND-TERMO            PIC 9(05).
           03 IND-LINHAS           PIC 9(07).
           03 IND-PAGINAS          PIC 9(05).
           03 IND-LINHAS-PAGINA    PIC 9(03).
           03 IND-DATASET          PIC X(44).
           03 IND-DATA-EXPIRA      PIC 9(08).
           03 IND-SITUACAO         PIC X(01).
               88 RELATORIO-GUARDADO   VALUE "G".
               88 RELATORIO-INCOMPLETO VALUE "I".
