      * rejected parcel, written by the GEOMOTOR engine so a
      * repaired parcel goes back with its full identity; rejects
      * from before the fields existed carry spaces.
      * A rejected polygon parcel (REJ-TIPO P) carries its vertex
      * list in REJ-POLIGONO, the GEOPARC layout, with the sides at
      * zero, so TRIREPAR re-keys the vertices and resubmits the
      * lot whole; three-side rejects leave REJ-TIPO blank.
      * REJ-ID-PARCELA, REJ-DATA-LEVANTAMENTO and REJ-EQUIPE carry
      * the parcel id, survey date and crew of the rejected reading,
      * so the repair goes back as the same parcel and is held
      * against its other readings; they are blank when the reading
      * had none, and on rejects from before the fields existed.
      ******************************************************************
       01 REJEITO-REC.
           03 REJ-TIMESTAMP        PIC X(21).
               88 REJEITO-ANULADO    VALUE "V".
           03 REJ-OBRA             PIC X(08).
           03 REJ-MATERIAL         PIC X(05).
           03 REJ-TIPO             PIC X(01).
               88 REJEITO-POLIGONO   VALUE "P".
           03 REJ-POLIGONO.
               05 REJ-QTD-VERTICES     PIC 9(02).
               05 REJ-VERTICE OCCURS 20 TIMES.
                   07 REJ-VERT-X       PIC 9(4)V9(2).
                   07 REJ-VERT-Y       PIC 9(4)V9(2).
           03 REJ-ID-PARCELA       PIC X(10).
           03 REJ-DATA-LEVANTAMENTO PIC 9(08).
           03 REJ-EQUIPE           PIC X(06).
