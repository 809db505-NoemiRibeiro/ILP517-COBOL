      *             and material, which the engine then rejects
      *             against the job master - key them through
      *             GEOFEED by hand instead.
      * 15/10/2026  Repairs rejected polygon parcels: shows the vertex
      *             list and re-keys the count and every X/Y pair,
      *             written to TRI13RESSUB in the widened GEOFEED layout
      *             with the polygon type; three-side corrections write
      *             the new fields blank.
      * 15/10/2026  The resubmission record takes the full GEOFEED
      *             width, with the parcel id, survey date and crew
      *             left blank: a repaired reading goes back as a
      *             parcel measured once.
      * 15/10/2026  Rejects now carry the parcel id, survey date and
      *             crew of the rejected reading, and the correction
      *             goes back with them in place of the blank tail:
      *             GEOMOTOR holds the repaired reading against the
      *             parcel's other readings instead of costing it as
      *             a parcel measured once. Rejects written without
      *             them still resubmit blank.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           03 RSB-LADO-01          PIC 9(3)V9(2).
           03 RSB-LADO-02          PIC 9(3)V9(2).
           03 RSB-LADO-03          PIC 9(3)V9(2).
           03 RSB-TIPO             PIC X(01).
           03 RSB-POLIGONO.
               05 RSB-QTD-VERTICES     PIC 9(02).
               05 RSB-VERTICE OCCURS 20 TIMES.
                   07 RSB-VERT-X       PIC 9(4)V9(2).
                   07 RSB-VERT-Y       PIC 9(4)V9(2).
           03 RSB-ID-PARCELA       PIC X(10).
           03 RSB-DATA-LEVANTAMENTO PIC 9(08).
           03 RSB-EQUIPE           PIC X(06).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-REJEITOS  PIC X(02).
       77 WRK-QTD-PENDENTE     PIC 9(05) VALUE 0.
       77 WRK-QTD-CORRIGIDA    PIC 9(05) VALUE 0.
       77 WRK-QTD-ANULADA      PIC 9(05) VALUE 0.
       77 WRK-QTD-VERTICES     PIC 9(02) VALUE 0.
       77 CONT-VERT            PIC 9(02) VALUE 0.

       01 WRK-CONVENCAO-DECIMAL    PIC X(1).
           88 CONVENCAO-VIRGULA VALUE "V" "v".
           DISPLAY "-----------------------------------------------"
           DISPLAY "REJEITO DE " REJ-TIMESTAMP(1:8) " "
               REJ-TIMESTAMP(9:6)
           IF REJEITO-POLIGONO
               DISPLAY "POLIGONO DE " REJ-QTD-VERTICES " VERTICES"
               IF REJ-QTD-VERTICES IS NUMERIC
                   AND REJ-QTD-VERTICES > 0
                   AND REJ-QTD-VERTICES NOT > 20
                   PERFORM MOSTRA-VERTICE
                       VARYING CONT-VERT FROM 1 BY 1
                       UNTIL CONT-VERT > REJ-QTD-VERTICES
               END-IF
           ELSE
               DISPLAY "LADOS: " REJ-LADO-01 " " REJ-LADO-02 " "
                   REJ-LADO-03
           END-IF
           DISPLAY "MOTIVO: " REJ-MOTIVO
           DISPLAY "OBRA: " REJ-OBRA "  MATERIAL: " REJ-MATERIAL
           IF REJ-ID-PARCELA NOT = SPACES
               DISPLAY "PARCELA: " REJ-ID-PARCELA "  EQUIPE: "
                   REJ-EQUIPE "  LEVANTAMENTO: " REJ-DATA-LEVANTAMENTO
           END-IF
           DISPLAY "C - corrigir  A - anular  S - deixar pendente"
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN "C"
                   IF REJEITO-POLIGONO
                       PERFORM CORRIGE-POLIGONO
                   ELSE
                       PERFORM CORRIGE-REJEITO
                   END-IF
               WHEN "A"
                   MOVE "V" TO REJ-STATUS
                   ADD 1 TO WRK-QTD-ANULADA
                   DISPLAY "Rejeito mantido pendente."
           END-EVALUATE.

       MOSTRA-VERTICE.
           DISPLAY "  VERTICE " CONT-VERT ": X " REJ-VERT-X(CONT-VERT)
               "  Y " REJ-VERT-Y(CONT-VERT).

       CORRIGE-REJEITO.
           MOVE SPACES TO RESSUB-REC
           MOVE REJ-OBRA TO RSB-OBRA
           MOVE REJ-MATERIAL TO RSB-MATERIAL
           PERFORM COPIA-IDENTIFICACAO-PARCELA
           DISPLAY "Primeiro lado corrigido: "
           ACCEPT WRK-BUFFER-DECIMAL
           PERFORM CONVERTE-ENTRADA-DECIMAL
           ADD 1 TO WRK-QTD-CORRIGIDA
           DISPLAY "Correcao gravada para ressubmissao.".

      * A polygon is re-keyed whole, vertex by vertex in order
      * around the lot; a count outside 3 to 20 leaves the reject
      * pending.
       CORRIGE-POLIGONO.
           DISPLAY "Quantidade de vertices corrigida (3 a 20): "
           ACCEPT WRK-BUFFER-DECIMAL
           PERFORM CONVERTE-ENTRADA-DECIMAL
           IF WRK-VALOR-DECIMAL < 3 OR WRK-VALOR-DECIMAL > 20
               ADD 1 TO WRK-QTD-PENDENTE
               DISPLAY "Quantidade invalida. Rejeito mantido pendente."
           ELSE
               MOVE WRK-VALOR-DECIMAL TO WRK-QTD-VERTICES
               MOVE SPACES TO RESSUB-REC
               MOVE REJ-OBRA TO RSB-OBRA
               MOVE REJ-MATERIAL TO RSB-MATERIAL
               PERFORM COPIA-IDENTIFICACAO-PARCELA
               MOVE 0 TO RSB-LADO-01 RSB-LADO-02 RSB-LADO-03
               MOVE "P" TO RSB-TIPO
               MOVE WRK-QTD-VERTICES TO RSB-QTD-VERTICES
               PERFORM CORRIGE-VERTICE
                   VARYING CONT-VERT FROM 1 BY 1
                   UNTIL CONT-VERT > WRK-QTD-VERTICES
               WRITE RESSUB-REC
               MOVE "R" TO REJ-STATUS
               ADD 1 TO WRK-QTD-CORRIGIDA
               DISPLAY "Correcao gravada para ressubmissao."
           END-IF.

      * The survey date goes back only when it was recorded; a
      * reject without one leaves it blank, as keyed.
       COPIA-IDENTIFICACAO-PARCELA.
           MOVE REJ-ID-PARCELA TO RSB-ID-PARCELA
           IF REJ-DATA-LEVANTAMENTO IS NUMERIC
               MOVE REJ-DATA-LEVANTAMENTO TO RSB-DATA-LEVANTAMENTO
           END-IF
           MOVE REJ-EQUIPE TO RSB-EQUIPE.

       CORRIGE-VERTICE.
           DISPLAY "Vertice " CONT-VERT " - X: "
           ACCEPT WRK-BUFFER-DECIMAL
           PERFORM CONVERTE-ENTRADA-DECIMAL
           MOVE WRK-VALOR-DECIMAL TO RSB-VERT-X(CONT-VERT)
           DISPLAY "Vertice " CONT-VERT " - Y: "
           ACCEPT WRK-BUFFER-DECIMAL
           PERFORM CONVERTE-ENTRADA-DECIMAL
           MOVE WRK-VALOR-DECIMAL TO RSB-VERT-Y(CONT-VERT).

       CONVERTE-ENTRADA-DECIMAL.
           IF CONVENCAO-VIRGULA
               INSPECT WRK-BUFFER-DECIMAL REPLACING ALL "," BY "."
