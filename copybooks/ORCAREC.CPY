      ******************************************************************
      * Copybook: ORCAREC
      * Record layout for ORCMSTR, the indexed quote master keyed by
      * the quote control number GEOMOTOR assigns from ORCACTL when
      * it prints a job's quote to ORCAMENTO. Each quote is valid
      * until ORC-DATA-VALIDADE and moves from ABERTO to ACEITO or
      * RECUSADO as recorded in ORCAMANT against the OBRAMSTR job,
      * or to EXPIRADO when the nightly ORCAVENC run finds it past
      * its validity still open. ORCAVENC reprices an expired quote
      * at the MATRATES rates in force as a new ABERTO quote:
      * ORC-NUMERO-REPRECO on the old quote and ORC-NUMERO-ORIGEM on
      * the new one link the two. FATOGERA invoices an accepted
      * quote on FATOBRA and keeps the invoice number in
      * ORC-NUMERO-FATURA (zero while not invoiced). The quote's
      * lines, one per material, are on ORCITEM (ORCIREC). The date
      * the job is due, agreed with the client on acceptance, is in
      * ORC-DATA-ENTREGA; REQMGERA requisitions the materials of the
      * accepted jobs due in a period and stamps the run date in
      * ORC-DATA-REQUISICAO (zero while not requisitioned).
      ******************************************************************
       01 ORCAMENTO-MESTRE-REC.
           03 ORC-NUMERO           PIC 9(07).
           03 ORC-OBRA             PIC X(08).
           03 ORC-CLIENTE          PIC X(30).
           03 ORC-DATA-EMISSAO     PIC 9(08).
           03 ORC-DATA-VALIDADE    PIC 9(08).
           03 ORC-QTD-FORMAS       PIC 9(05).
           03 ORC-VALOR            PIC 9(09)V9(02).
           03 ORC-SITUACAO         PIC X(01).
               88 ORCAMENTO-ABERTO     VALUE "A".
               88 ORCAMENTO-ACEITO     VALUE "C".
               88 ORCAMENTO-RECUSADO   VALUE "R".
               88 ORCAMENTO-EXPIRADO   VALUE "E".
           03 ORC-DATA-SITUACAO    PIC 9(08).
           03 ORC-OPERADOR         PIC X(08).
           03 ORC-NUMERO-ORIGEM    PIC 9(07).
           03 ORC-NUMERO-REPRECO   PIC 9(07).
           03 ORC-NUMERO-FATURA    PIC 9(07).
           03 ORC-DATA-ENTREGA     PIC 9(08).
           03 ORC-DATA-REQUISICAO  PIC 9(08).
