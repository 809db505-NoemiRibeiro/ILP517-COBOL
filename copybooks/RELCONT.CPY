      ******************************************************************
      * Copybook: RELCONT
      * Record layout for RELCONT, the text of the reports indexed
      * on RELINDEX: one record per report line, keyed by the index
      * key plus the line number, written by RELREGIS and read back
      * by the RELREIMP reprint. Lines are kept at 132 positions,
      * the widest report record in the system.
      ******************************************************************
       01 RELCONT-REC.
           03 RCT-CHAVE.
               05 RCT-RELATORIO        PIC X(10).
               05 RCT-DATA             PIC 9(08).
               05 RCT-SEQUENCIA        PIC 9(03).
               05 RCT-LINHA            PIC 9(07).
           03 RCT-TEXTO            PIC X(132).
