      ******************************************************************
      * Copybook: GEOCUST
      * Record layout for GEOCUST, the registry of survey readings
      * the GEOMOTOR engine has already costed, keyed by job and
      * parcel id: the sides in descending order (averaged when
      * readings were merged), or the vertex count and perimeter of
      * a polygon, with the survey date and crew of the reading
      * costed and the date of the run that costed it. A reading
      * of the same parcel arriving in a later feed is held against
      * this one instead of being costed and quoted again.
      ******************************************************************
       01 LEITURA-CUSTEADA-REC.
           03 CST-CHAVE.
               05 CST-OBRA             PIC X(08).
               05 CST-ID-PARCELA       PIC X(10).
           03 CST-TIPO             PIC X(01).
           03 CST-MATERIAL         PIC X(05).
           03 CST-LADO-MAIOR       PIC 9(3)V9(2).
           03 CST-LADO-MEDIO       PIC 9(3)V9(2).
           03 CST-LADO-MENOR       PIC 9(3)V9(2).
           03 CST-QTD-VERTICES     PIC 9(02).
           03 CST-PERIMETRO        PIC 9(06)V9(02).
           03 CST-DATA-LEVANTAMENTO PIC 9(08).
           03 CST-EQUIPE           PIC X(06).
           03 CST-QTD-LEITURAS     PIC 9(02).
           03 CST-DATA-CUSTEIO     PIC 9(08).
