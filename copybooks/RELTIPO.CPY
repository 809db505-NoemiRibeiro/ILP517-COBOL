      ******************************************************************
      * Copybook: RELTIPO
      * Record layout for RELTIPO, the report types of the report
      * repository, keyed by the report ID (the report's file name,
      * e.g. GEOMREL). Maintained by RELTMANT. TPR-RETENCAO-DIAS is
      * how long each run of the report is kept on RELINDEX/RELCONT
      * - years, for the ones that must be - and TPR-LINHAS-PAGINA
      * sets the page count and the page ranges RELREIMP reprints.
      * A report with no type here is kept for the standard 90
      * days at 60 lines per page.
      ******************************************************************
       01 RELTIPO-REC.
           03 TPR-RELATORIO        PIC X(10).
           03 TPR-DESCRICAO        PIC X(40).
           03 TPR-RETENCAO-DIAS    PIC 9(05).
           03 TPR-LINHAS-PAGINA    PIC 9(03).
           03 TPR-OPERADOR         PIC X(08).
           03 TPR-DATA             PIC 9(08).
