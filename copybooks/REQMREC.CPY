      ******************************************************************
      * Copybook: REQMREC
      * Record layout for REQCOMPRA, the purchase requisition REQMGERA
      * writes for purchasing: one record per material for the
      * accepted jobs due in the period RQC-PERIODO-INICIO through
      * RQC-PERIODO-FIM, with the net area the jobs' GEOUNIF parcels
      * take, the MATRATES waste allowance applied to it and the
      * quantity to buy in the purchase unit RQC-UNIDADE, rounded
      * up to whole units. The REQMREL report lists which jobs each
      * quantity is for.
      ******************************************************************
       01 REQUISICAO-MATERIAL-REC.
           03 RQC-DATA-EMISSAO     PIC 9(08).
           03 RQC-PERIODO-INICIO   PIC 9(08).
           03 RQC-PERIODO-FIM      PIC 9(08).
           03 RQC-MATERIAL         PIC X(05).
           03 RQC-DESCRICAO        PIC X(30).
           03 RQC-UNIDADE          PIC X(02).
           03 RQC-AREA-LIQUIDA     PIC 9(09)V9(02).
           03 RQC-PERDA            PIC 9(02)V9(02).
           03 RQC-AREA-BRUTA       PIC 9(09)V9(02).
           03 RQC-QUANTIDADE       PIC 9(07).
           03 RQC-QTD-OBRAS        PIC 9(03).
           03 RQC-OPERADOR         PIC X(08).
