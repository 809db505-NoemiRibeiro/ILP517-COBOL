      * EXERCICIO13 classification) with three reject conventions;
      * now one parcel gets one verdict. TRIREPAR resubmissions
      * carry this same layout and ride behind the feed in the JCL.
      * PAR-TIPO P marks an irregular lot keyed whole as a polygon:
      * PAR-QTD-VERTICES X/Y vertices in order around the boundary
      * (3 to 20, in meters on the survey's local grid), the sides
      * left blank; GEOMOTOR closes the ring itself, so repeating
      * the first vertex at the end is optional. Three-side records
      * end at PAR-LADO-03 and read with PAR-TIPO blank.
      * PAR-ID-PARCELA names the parcel within its job, with the
      * survey date and the crew that measured it; GEOMOTOR compares
      * two or more readings of the same parcel and job, merges them
      * when they agree and lists them for re-survey when they do
      * not; a parcel already costed by an earlier run is held
      * against the reading kept for it on GEOCUST. A record
      * carrying them is keyed at full width (the polygon area
      * blank on a three-side parcel); a record without a parcel
      * id is costed as it stands.
      ******************************************************************
       01 PARCELA-ENT-REC.
           03 PAR-OBRA             PIC X(08).
           03 PAR-LADO-01          PIC 9(3)V9(2).
           03 PAR-LADO-02          PIC 9(3)V9(2).
           03 PAR-LADO-03          PIC 9(3)V9(2).
           03 PAR-TIPO             PIC X(01).
               88 PARCELA-TRIANGULO  VALUE " " "T".
               88 PARCELA-POLIGONO   VALUE "P".
           03 PAR-POLIGONO.
               05 PAR-QTD-VERTICES     PIC 9(02).
               05 PAR-VERTICE OCCURS 20 TIMES.
                   07 PAR-VERT-X       PIC 9(4)V9(2).
                   07 PAR-VERT-Y       PIC 9(4)V9(2).
           03 PAR-ID-PARCELA       PIC X(10).
           03 PAR-DATA-LEVANTAMENTO PIC 9(08).
           03 PAR-EQUIPE           PIC X(06).
