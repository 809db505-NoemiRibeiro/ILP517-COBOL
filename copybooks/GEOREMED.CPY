      ******************************************************************
      * Copybook: GEOREMED
      * Record layout for GEOREMED, the re-survey list the GEOMOTOR
      * engine writes when two or more GEOFEED readings of the same
      * parcel of a job disagree by more than the tolerance: one
      * record per reading, none of them costed or quoted, with the
      * survey date and crew of each so the parcel can be sent back
      * to the field. RMD-DESVIO is the largest difference found
      * between the readings (sides of a three-side parcel, the
      * perimeter of a polygon), RMD-MOTIVO why they could not be
      * merged.
      ******************************************************************
       01 REMEDICAO-REC.
           03 RMD-DATA             PIC 9(08).
           03 RMD-OBRA             PIC X(08).
           03 RMD-ID-PARCELA       PIC X(10).
           03 RMD-DATA-LEVANTAMENTO PIC 9(08).
           03 RMD-EQUIPE           PIC X(06).
           03 RMD-MATERIAL         PIC X(05).
           03 RMD-TIPO             PIC X(01).
           03 RMD-LADO-01          PIC 9(3)V9(2).
           03 RMD-LADO-02          PIC 9(3)V9(2).
           03 RMD-LADO-03          PIC 9(3)V9(2).
           03 RMD-QTD-VERTICES     PIC 9(02).
           03 RMD-PERIMETRO        PIC 9(06)V9(02).
           03 RMD-QTD-LEITURAS     PIC 9(02).
           03 RMD-DESVIO           PIC 9(06)V9(02).
           03 RMD-MOTIVO           PIC X(20).
