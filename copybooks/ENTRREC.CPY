      ******************************************************************
      * Copybook: ENTRREC
      * Record layout for ENTRREG, the indexed registry of inbound
      * feeds kept by ENTRCTRL at the head of the DLYBATCH stream,
      * keyed by feed name + content hash + record count. The hash
      * is computed over every byte of every record, so the same
      * file resent by its sender finds its own key already on the
      * registry and is refused as a duplicate before any step
      * posts it a second time. ENT-DATA-ARQUIVO is the date the
      * feed carries (the INTRECEB header date, the latest FREQSESS
      * session date) or, for a feed that carries none, the
      * processing date it was received on; ENT-DATA-PROCESSO is
      * the processing date that registered it, so a restarted
      * night meeting its own feeds again does not refuse them.
      ******************************************************************
       01 ENTRADA-REC.
           03 ENT-CHAVE.
               05 ENT-ORIGEM           PIC X(08).
               05 ENT-HASH             PIC 9(09).
               05 ENT-QTD-REGISTROS    PIC 9(07).
           03 ENT-DATA-ARQUIVO     PIC 9(08).
           03 ENT-DATA-PROCESSO    PIC 9(08).
           03 ENT-HORA-REGISTRO    PIC 9(06).
