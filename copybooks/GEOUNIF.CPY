      * perimeter, area, and the cost against the MATRATES rate in
      * force - everything the three old triangle steps produced in
      * three files, for one parcel, from one read, behind one
      * checkpoint. A polygon parcel classifies as POLIGONO with its
      * vertex count in UNI-QTD-VERTICES, the sides and trig ratios
      * at zero; a three-side parcel carries 03 there.
      * UNI-ID-PARCELA is the feed's parcel id and UNI-QTD-LEITURAS
      * how many agreeing readings were merged into this verdict
      * (01 for a parcel measured once).
      ******************************************************************
       01 PARCELA-UNIF-REC.
           03 UNI-OBRA             PIC X(08).
           03 UNI-AREA             PIC 9(6)V9(2).
           03 UNI-CUSTO-UNITARIO   PIC 9(5)V9(2).
           03 UNI-CUSTO-TOTAL      PIC 9(7)V9(2).
           03 UNI-QTD-VERTICES     PIC 9(02).
           03 UNI-ID-PARCELA       PIC X(10).
           03 UNI-QTD-LEITURAS     PIC 9(02).
