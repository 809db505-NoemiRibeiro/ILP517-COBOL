      *             interrupted night's first verdicts were being
      *             truncated away by the restart that was supposed
      *             to preserve them.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      * 15/10/2026  GEOFEED also takes polygon parcels (PAR-TIPO P): an
      *             irregular lot keyed as its ordered X/Y vertices
      *             instead of split into triangles by hand. The engine
      *             closes the ring, refuses a repeated vertex or edges
      *             that cross or touch, works out the area (shoelace)
      *             and perimeter of the whole lot, and costs it against
      *             MATRATES as one item of the job's quote, which now
      *             also shows how many of its items were polygons.
      *             Rejected polygons carry their vertices to
      *             TRI13REJEITOS for TRIREPAR. Three-side records are
      *             unchanged.
      * 15/10/2026  Each job's quote is now numbered from the ORCACTL
      *             control file, valid for 30 days, and kept OPEN on
      *             the ORCMSTR quote master with one ORCITEM line per
      *             material (also printed on ORCAMENTO), so ORCAMANT
      *             can record the client's answer, ORCAVENC can expire
      *             and reprice it and FATOGERA can invoice it once
      *             accepted.
      * 15/10/2026  GEOFEED carries a parcel id, survey date and crew,
      *             and a parcel measured more than once in the same
      *             job (two crews, two visits) is no longer costed
      *             twice: a first read of the feed groups the
      *             readings of each parcel and compares them with
      *             the first one - sides of a three-side parcel,
      *             vertex count and perimeter of a polygon - against
      *             the WRK-TOLERANCIA-LADO tolerance. Readings that
      *             agree are merged into one costed parcel (sides
      *             averaged; a polygon takes its latest survey);
      *             readings that do not go to the GEOREMED re-survey
      *             list instead of the quote, and GEOMREL ranks the
      *             crews by re-surveys. GEOUNIF shows the parcel id
      *             and how many readings it merged.
      * 15/10/2026  Readings are also held against the ones costed by
      *             earlier runs: every costed reading with a parcel
      *             id is kept on the GEOCUST registry (job + parcel
      *             id, sides or perimeter, survey date and crew), and
      *             a later visit to the same parcel, in any feed, is
      *             compared with it - dropped as already costed when
      *             it agrees, listed on GEOREMED when it does not.
      *             Rejects carry the parcel id, survey date and crew
      *             to TRI13REJEITOS, so a repaired reading comes back
      *             as the same parcel.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           SELECT ARQ-RELATORIO ASSIGN TO "GEOMREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REMEDICAO ASSIGN TO "GEOREMED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMEDICAO.

           SELECT ARQ-ORCAMENTO ASSIGN TO "ORCAMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCAMENTO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST-ORC.

           SELECT ARQ-ORC-MESTRE ASSIGN TO "ORCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-NUMERO
               FILE STATUS IS WRK-STATUS-ORC-MESTRE.

           SELECT ARQ-ORC-ITENS ASSIGN TO "ORCITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORI-CHAVE
               FILE STATUS IS WRK-STATUS-ORC-ITENS.

           SELECT ARQ-CONTROLE-NUM ASSIGN TO "ORCACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE.

           SELECT ARQ-CHECKPOINT ASSIGN TO "GEOMCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CKPT.

           SELECT ARQ-CUSTEADAS ASSIGN TO "GEOCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CHAVE
               FILE STATUS IS WRK-STATUS-CUSTEADAS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       FD  ARQ-REMEDICAO.
           COPY GEOREMED.

       FD  ARQ-ORCAMENTO.
       01  ORCAMENTO-REC           PIC X(100).

           03 HOR-QTD-FORMAS       PIC 9(05).
           03 HOR-CUSTO-TOTAL      PIC 9(09)V9(02).

       FD  ARQ-ORC-MESTRE.
           COPY ORCAREC.

       FD  ARQ-ORC-ITENS.
           COPY ORCIREC.

       FD  ARQ-CONTROLE-NUM.
       01  CONTROLE-NUM-REC.
           03 CTN-ULTIMO-NUMERO    PIC 9(07).

       FD  ARQ-CHECKPOINT.
       01  CKPT-REC.
           03 CKPT-QTD-PROCESSADA  PIC 9(6).
           03 CKPT-CONT-RETANGULO  PIC 9(5).
           03 CKPT-CONT-REJEITADO  PIC 9(6).
           03 CKPT-CUSTO-TOTAL     PIC 9(9)V9(2).
           03 CKPT-CONT-POLIGONO   PIC 9(5).

       FD  ARQ-CUSTEADAS.
           COPY GEOCUST.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FEED       PIC X(02).
       77 WRK-STATUS-ORCAMENTO  PIC X(02).
       77 WRK-STATUS-HIST-ORC   PIC X(02).
       77 WRK-STATUS-CKPT       PIC X(02).
       77 WRK-STATUS-ORC-MESTRE PIC X(02).
       77 WRK-STATUS-ORC-ITENS  PIC X(02).
       77 WRK-STATUS-CONTROLE   PIC X(02).
       77 WRK-NUMERO-CONTROLE   PIC 9(07) VALUE 0.
       77 WRK-DIAS-VALIDADE     PIC 9(03) VALUE 30.
       77 WRK-DATA-VALIDADE     PIC 9(08).
       77 WRK-ORCMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
       77 WRK-DATA-RELATORIO    PIC 9(08).
       77 WRK-DATA-HORA         PIC X(21).
       77 WRK-OBRAS-DISPONIVEL  PIC X(01) VALUE 'N'.
       77 CKPT-INTERVALO        PIC 9(03) VALUE 50.
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).
       77 WRK-STATUS-REMEDICAO  PIC X(02).
       77 WRK-TOLERANCIA-LADO   PIC 9(01)V9(02) VALUE 0.10.
       77 WRK-TOLERANCIA-PARCELA PIC 9(03)V9(02).
       77 WRK-CONT-LEITURA      PIC 9(06) VALUE 0.
       77 WRK-OBRA-CHAVE        PIC X(08).
       77 WRK-DATA-LEITURA      PIC 9(08).
       77 WRK-DESVIO            PIC 9(06)V9(02).
       77 WRK-QTD-LEITURAS-UNIF PIC 9(02).
       77 WRK-QTD-SEM-CONFERENCIA PIC 9(06) VALUE 0.
       77 WRK-TOLERANCIA-EXIBE  PIC 9.99.
       77 WRK-EQUIPE-EXIBE      PIC X(10).
       77 WRK-STATUS-CUSTEADAS  PIC X(02).
       77 WRK-CUSTEADAS-DISPONIVEL PIC X(01) VALUE 'N'.

       01 WRK-FIM-FEED PIC X VALUE 'N'.
           88 NAO-HA-MAIS-FEED VALUE 'S'.

       01 WRK-FIM-ORCAMENTOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ORCAMENTOS VALUE 'S'.

       01 WRK-PARCELA-OK PIC X VALUE 'S'.
           88 PARCELA-VALIDA VALUE 'S'.

       01 WRK-LEITURA-OK PIC X VALUE 'N'.
           88 LEITURA-COMPARAVEL VALUE 'S'.

       01 WRK-SITUACAO-LEITURA PIC X VALUE 'U'.
           88 LEITURA-UNICA     VALUE 'U'.
           88 LEITURA-ESCOLHIDA VALUE 'C'.
           88 LEITURA-MESCLADA  VALUE 'X'.
           88 LEITURA-REMEDICAO VALUE 'R'.
           88 LEITURA-JA-CUSTEADA VALUE 'J'.

           COPY TRIANGULO.

       01 MEDIDAS-TRIANGULO.
           03 DIFERENCA-PITAGORAS      PIC S9(7)V9(4).
           03 TOLERANCIA-PITAGORAS     PIC 9(7)V9(4).

      * A polygon parcel's vertices, with the first repeated after
      * the last so edge N runs from vertex N back to vertex 1.
       01 POLIGONO-PARCELA.
           03 WRK-QTD-VERTICES         PIC 9(02) VALUE 0.
           03 PLG-VERTICE OCCURS 21 TIMES.
               05 PLG-X                PIC 9(4)V9(2).
               05 PLG-Y                PIC 9(4)V9(2).

       01 MEDIDAS-POLIGONO.
           03 WRK-SOMA-SHOELACE        PIC S9(10)V9(4).
           03 AREA-POLIGONO            PIC 9(10)V9(2).
           03 PERIMETRO-POLIGONO       PIC 9(07)V9(4).
           03 WRK-DELTA-X              PIC S9(4)V9(2).
           03 WRK-DELTA-Y              PIC S9(4)V9(2).
           03 WRK-COMPRIMENTO-ARESTA   PIC 9(05)V9(4).

      * Edge-crossing test: AB and CD are the two edges compared,
      * P, Q and R the three points handed to the orientation test.
       01 TESTE-CRUZAMENTO.
           03 PONTO-A.
               05 PA-X                 PIC 9(4)V9(2).
               05 PA-Y                 PIC 9(4)V9(2).
           03 PONTO-B.
               05 PB-X                 PIC 9(4)V9(2).
               05 PB-Y                 PIC 9(4)V9(2).
           03 PONTO-C.
               05 PC-X                 PIC 9(4)V9(2).
               05 PC-Y                 PIC 9(4)V9(2).
           03 PONTO-D.
               05 PD-X                 PIC 9(4)V9(2).
               05 PD-Y                 PIC 9(4)V9(2).
           03 PONTO-P.
               05 PP-X                 PIC 9(4)V9(2).
               05 PP-Y                 PIC 9(4)V9(2).
           03 PONTO-Q.
               05 PQ-X                 PIC 9(4)V9(2).
               05 PQ-Y                 PIC 9(4)V9(2).
           03 PONTO-R.
               05 PR-X                 PIC 9(4)V9(2).
               05 PR-Y                 PIC 9(4)V9(2).
           03 WRK-PRODUTO-VETORIAL     PIC S9(9)V9(4).
           03 WRK-ORIENTACAO           PIC S9(01).
           03 WRK-ORIENT-1             PIC S9(01).
           03 WRK-ORIENT-2             PIC S9(01).
           03 WRK-ORIENT-3             PIC S9(01).
           03 WRK-ORIENT-4             PIC S9(01).
           03 WRK-NO-SEGMENTO          PIC X(01) VALUE 'N'.
               88 PONTO-NO-SEGMENTO VALUE 'S'.
           03 WRK-CRUZAMENTO           PIC X(01) VALUE 'N'.
               88 POLIGONO-CRUZA VALUE 'S'.

       01 CONT-VERT            PIC 9(2) VALUE 1.
       01 CONT-ARESTA          PIC 9(2) VALUE 1.
       01 CONT-OUTRA           PIC 9(2) VALUE 1.
       01 WRK-OUTRA-INICIO     PIC 9(2) VALUE 1.

      * One reading of a parcel as it is compared: the sides in
      * descending order (a crew may key them in any order), or
      * the vertex count, with the repeated closing vertex left
      * out, and the perimeter of a polygon.
       01 MEDIDAS-LEITURA.
           03 WRK-TIPO-LEITURA         PIC X(01).
           03 LEI-MAIOR                PIC 9(3)V9(2).
           03 LEI-MEDIO                PIC 9(3)V9(2).
           03 LEI-MENOR                PIC 9(3)V9(2).
           03 LEI-TROCA                PIC 9(3)V9(2).
           03 LEI-QTD-VERTICES         PIC 9(02).
           03 LEI-PERIMETRO            PIC 9(06)V9(02).
           03 WRK-PROXIMO-VERT         PIC 9(02).

      * Every parcel id of the feed, per job: the first reading,
      * the running sums the merged sides are averaged from, and
      * the reading that is costed - the latest survey, the first
      * in the feed on a tie. RPT-REG-ESCOLHIDO is its position in
      * the feed, which a restart counts the same way. A parcel
      * already on GEOCUST starts from the reading costed there
      * (RPT-CUSTEADA) and none of its readings is costed again.
       01 LEITURAS-DO-LOTE.
           03 WRK-QTD-PARCELAS-ID  PIC 9(04) VALUE 0.
           03 RPT-TAB OCCURS 1000 TIMES.
               05 RPT-OBRA             PIC X(08).
               05 RPT-ID               PIC X(10).
               05 RPT-TIPO             PIC X(01).
               05 RPT-MATERIAL         PIC X(05).
               05 RPT-QTD-LEITURAS     PIC 9(02).
               05 RPT-REG-ESCOLHIDO    PIC 9(06).
               05 RPT-DATA-ESCOLHIDA   PIC 9(08).
               05 RPT-LADO-MAIOR       PIC 9(3)V9(2).
               05 RPT-LADO-MEDIO       PIC 9(3)V9(2).
               05 RPT-LADO-MENOR       PIC 9(3)V9(2).
               05 RPT-SOMA-MAIOR       PIC 9(5)V9(2).
               05 RPT-SOMA-MEDIO       PIC 9(5)V9(2).
               05 RPT-SOMA-MENOR       PIC 9(5)V9(2).
               05 RPT-QTD-VERTICES     PIC 9(02).
               05 RPT-PERIMETRO        PIC 9(06)V9(02).
               05 RPT-DESVIO           PIC 9(06)V9(02).
               05 RPT-SITUACAO         PIC X(01).
                   88 RPT-CONFERE      VALUE 'S'.
                   88 RPT-DIVERGE      VALUE 'D'.
               05 RPT-MOTIVO           PIC X(20).
               05 RPT-CUSTEADA         PIC X(01).
                   88 RPT-JA-CUSTEADA  VALUE 'S'.
       01 CONT-RPT             PIC 9(4) VALUE 1.
       01 WRK-RPT-IDX          PIC 9(4) VALUE 0.

       01 REMEDICOES-POR-EQUIPE.
           03 WRK-QTD-EQUIPES      PIC 9(02) VALUE 0.
           03 EQP-TAB OCCURS 50 TIMES.
               05 EQP-CODIGO           PIC X(06).
               05 EQP-QTD-REMEDICOES   PIC 9(05).
       01 CONT-EQUIPE          PIC 9(2) VALUE 1.
       01 WRK-EQP-IDX          PIC 9(2) VALUE 0.
       01 WRK-EQP-MAIOR        PIC 9(2) VALUE 0.

       01 RAZOES-TRIGONOMETRICAS.
           03 WRK-COSSENO              PIC S9(01)V9(06).
           03 WRK-SENO                 PIC 9(01)V9(06).
           03 CONT-ESCALENO        PIC 9(5) VALUE 0.
           03 CONT-RETANGULO       PIC 9(5) VALUE 0.
           03 CONT-REJEITADO       PIC 9(6) VALUE 0.
           03 CONT-POLIGONO        PIC 9(5) VALUE 0.
           03 CONT-LEITURA-MESCLADA PIC 9(6) VALUE 0.
           03 CONT-REMEDICAO       PIC 9(6) VALUE 0.
           03 CONT-LEITURA-CUSTEADA PIC 9(6) VALUE 0.

       01 TOTAIS-POR-OBRA.
           03 WRK-QTD-OBRAS        PIC 9(02) VALUE 0.
               05 OBT-CLIENTE      PIC X(30).
               05 OBT-LOCAL        PIC X(30).
               05 OBT-QTD-FORMAS   PIC 9(05).
               05 OBT-QTD-POLIGONOS PIC 9(05).
               05 OBT-CUSTO        PIC 9(09)V9(02).
               05 OBT-QTD-MATERIAIS PIC 9(02).
               05 OBT-MATERIAL-TAB OCCURS 10 TIMES.
                   07 OBM-CODIGO           PIC X(05).
                   07 OBM-QTD-FORMAS       PIC 9(05).
                   07 OBM-AREA             PIC 9(08)V9(02).
                   07 OBM-CUSTO-UNIDADE    PIC 9(05)V9(02).
                   07 OBM-VALOR            PIC 9(09)V9(02).
       01 CONT-OBRA            PIC 9(2) VALUE 1.
       01 WRK-OBT-IDX          PIC 9(2) VALUE 0.
       01 CONT-MATERIAL        PIC 9(2) VALUE 1.
       01 WRK-OBM-IDX          PIC 9(2) VALUE 0.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'GEOMOTOR'.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'GEOMREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'GEOMOTOR'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               STOP RUN
           END-IF
           PERFORM LE-CHECKPOINT
           PERFORM APURA-LEITURAS-REPETIDAS
           PERFORM ABRE-ARQUIVOS
           IF WRK-CONT-CKPT > 0
               DISPLAY 'CHECKPOINT ENCONTRADO. RETOMANDO APOS '
                       OR NAO-HA-MAIS-FEED
               OPEN EXTEND ARQ-UNIFICADO
               OPEN EXTEND ARQ-RELATORIO
               OPEN EXTEND ARQ-REMEDICAO
           ELSE
               OPEN OUTPUT ARQ-UNIFICADO
               OPEN OUTPUT ARQ-RELATORIO
               OPEN OUTPUT ARQ-REMEDICAO
               PERFORM GRAVA-CABECALHO-RESUMO
           END-IF
           PERFORM LE-PARCELA UNTIL NAO-HA-MAIS-FEED
           CLOSE ARQ-MATERIAIS
           CLOSE ARQ-REJEITOS
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-REMEDICAO
           IF WRK-CUSTEADAS-DISPONIVEL = 'S'
               CLOSE ARQ-CUSTEADAS
           END-IF
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           IF WRK-OBRAS-DISPONIVEL = 'S'
               PERFORM EMITE-ORCAMENTOS
               CLOSE ARQ-OBRAS
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'PARCELAS LIDAS....: ' WRK-CONT-REGS
           DISPLAY 'REJEITADAS........: ' CONT-REJEITADO
           DISPLAY 'LEITURAS MESCLADAS: ' CONT-LEITURA-MESCLADA
           DISPLAY 'JA CUSTEADAS......: ' CONT-LEITURA-CUSTEADA
           DISPLAY 'PARA REMEDICAO....: ' CONT-REMEDICAO
           DISPLAY 'CUSTO TOTAL.......: ' WRK-CUSTO-TOTAL-LOTE
           DISPLAY 'Verdictos unificados gravados em GEOUNIF.'
           DISPLAY 'Resumo gerado em GEOMREL.'
           IF CONT-REMEDICAO > 0
               DISPLAY 'Parcelas a remedir listadas em GEOREMED.'
           END-IF
           STOP RUN.

       ABRE-ARQUIVOS.
           END-STRING
           WRITE RELATORIO-REC.

      * First read of the feed, before anything is costed: each
      * reading that carries a parcel id is grouped by job and id
      * and held against the first reading of its group, or against
      * the reading an earlier run costed for it on GEOCUST. A feed
      * that cannot be opened is left for ABRE-ARQUIVOS to report.
       APURA-LEITURAS-REPETIDAS.
           PERFORM ABRE-LEITURAS-CUSTEADAS
           OPEN INPUT ARQ-FEED
           IF WRK-STATUS-FEED = '00'
               PERFORM PREVE-LEITURA UNTIL NAO-HA-MAIS-FEED
               CLOSE ARQ-FEED
               MOVE 'N' TO WRK-FIM-FEED
               IF WRK-QTD-SEM-CONFERENCIA > 0
                   DISPLAY 'LIMITE DE 1000 PARCELAS IDENTIFICADAS NO '
                       'LOTE EXCEDIDO. ' WRK-QTD-SEM-CONFERENCIA
                       ' LEITURAS CUSTEADAS SEM CONFERENCIA.'
               END-IF
           END-IF.

      * Without the registry the readings are still compared within
      * the feed; only the check against earlier runs is lost.
       ABRE-LEITURAS-CUSTEADAS.
           OPEN I-O ARQ-CUSTEADAS
           IF WRK-STATUS-CUSTEADAS = '35'
               OPEN OUTPUT ARQ-CUSTEADAS
               CLOSE ARQ-CUSTEADAS
               OPEN I-O ARQ-CUSTEADAS
           END-IF
           IF WRK-STATUS-CUSTEADAS = '00'
               MOVE 'S' TO WRK-CUSTEADAS-DISPONIVEL
           ELSE
               MOVE 'N' TO WRK-CUSTEADAS-DISPONIVEL
               DISPLAY 'GEOCUST INDISPONIVEL (STATUS '
                   WRK-STATUS-CUSTEADAS '). LEITURAS CONFERIDAS SO '
                   'DENTRO DO LOTE.'
           END-IF.

       PREVE-LEITURA.
           READ ARQ-FEED
               AT END
                   SET NAO-HA-MAIS-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WRK-CONT-LEITURA
                   IF PAR-ID-PARCELA NOT = SPACES
                       PERFORM REGISTRA-LEITURA
                   END-IF
           END-READ.

       REGISTRA-LEITURA.
           PERFORM MEDE-LEITURA
           IF LEITURA-COMPARAVEL
               PERFORM LOCALIZA-LEITURA
               IF WRK-RPT-IDX = 0
                   IF WRK-QTD-PARCELAS-ID < 1000
                       PERFORM INCLUI-LEITURA
                   ELSE
                       ADD 1 TO WRK-QTD-SEM-CONFERENCIA
                   END-IF
               ELSE
                   PERFORM COMPARA-LEITURA
               END-IF
           END-IF.

      * Only a reading the engine could cost is compared; one with
      * bad measures is rejected on its own in the main pass.
       MEDE-LEITURA.
           MOVE 'N' TO WRK-LEITURA-OK
           MOVE FUNCTION UPPER-CASE(PAR-OBRA) TO WRK-OBRA-CHAVE
           IF PAR-DATA-LEVANTAMENTO IS NUMERIC
               MOVE PAR-DATA-LEVANTAMENTO TO WRK-DATA-LEITURA
           ELSE
               MOVE 0 TO WRK-DATA-LEITURA
           END-IF
           EVALUATE TRUE
               WHEN PARCELA-TRIANGULO
                   IF PAR-LADO-01 IS NUMERIC AND PAR-LADO-02 IS NUMERIC
                       AND PAR-LADO-03 IS NUMERIC
                       AND PAR-LADO-01 > 0 AND PAR-LADO-02 > 0
                       AND PAR-LADO-03 > 0
                       MOVE 'S' TO WRK-LEITURA-OK
                       MOVE 'T' TO WRK-TIPO-LEITURA
                       PERFORM ORDENA-LADOS-LEITURA
                   END-IF
               WHEN PARCELA-POLIGONO
                   IF PAR-QTD-VERTICES IS NUMERIC
                       AND PAR-QTD-VERTICES >= 3
                       AND PAR-QTD-VERTICES <= 20
                       MOVE 'S' TO WRK-LEITURA-OK
                       MOVE 'P' TO WRK-TIPO-LEITURA
                       PERFORM CONFERE-VERTICE-LEITURA
                           VARYING CONT-VERT FROM 1 BY 1
                           UNTIL CONT-VERT > PAR-QTD-VERTICES
                   END-IF
                   IF LEITURA-COMPARAVEL
                       PERFORM MEDE-POLIGONO-LEITURA
                   END-IF
           END-EVALUATE.

       ORDENA-LADOS-LEITURA.
           MOVE PAR-LADO-01 TO LEI-MAIOR
           MOVE PAR-LADO-02 TO LEI-MEDIO
           MOVE PAR-LADO-03 TO LEI-MENOR
           IF LEI-MEDIO > LEI-MAIOR
               MOVE LEI-MAIOR TO LEI-TROCA
               MOVE LEI-MEDIO TO LEI-MAIOR
               MOVE LEI-TROCA TO LEI-MEDIO
           END-IF
           IF LEI-MENOR > LEI-MAIOR
               MOVE LEI-MAIOR TO LEI-TROCA
               MOVE LEI-MENOR TO LEI-MAIOR
               MOVE LEI-TROCA TO LEI-MENOR
           END-IF
           IF LEI-MENOR > LEI-MEDIO
               MOVE LEI-MEDIO TO LEI-TROCA
               MOVE LEI-MENOR TO LEI-MEDIO
               MOVE LEI-TROCA TO LEI-MENOR
           END-IF
           MOVE 3 TO LEI-QTD-VERTICES
           ADD LEI-MAIOR LEI-MEDIO LEI-MENOR GIVING LEI-PERIMETRO.

       CONFERE-VERTICE-LEITURA.
           IF PAR-VERT-X(CONT-VERT) IS NOT NUMERIC
               OR PAR-VERT-Y(CONT-VERT) IS NOT NUMERIC
               MOVE 'N' TO WRK-LEITURA-OK
           END-IF.

      * Perimeter of the ring as keyed, closing back to vertex 1;
      * a closing vertex repeated at the end adds an edge of zero
      * length and is left out of the count.
       MEDE-POLIGONO-LEITURA.
           MOVE PAR-QTD-VERTICES TO LEI-QTD-VERTICES
           IF PAR-VERTICE(PAR-QTD-VERTICES) = PAR-VERTICE(1)
               SUBTRACT 1 FROM LEI-QTD-VERTICES
           END-IF
           MOVE 0 TO LEI-PERIMETRO LEI-MAIOR LEI-MEDIO LEI-MENOR
           PERFORM SOMA-LADO-LEITURA
               VARYING CONT-VERT FROM 1 BY 1
               UNTIL CONT-VERT > PAR-QTD-VERTICES.

       SOMA-LADO-LEITURA.
           IF CONT-VERT = PAR-QTD-VERTICES
               MOVE 1 TO WRK-PROXIMO-VERT
           ELSE
               COMPUTE WRK-PROXIMO-VERT = CONT-VERT + 1
           END-IF
           COMPUTE WRK-DELTA-X =
               PAR-VERT-X(WRK-PROXIMO-VERT) - PAR-VERT-X(CONT-VERT)
           COMPUTE WRK-DELTA-Y =
               PAR-VERT-Y(WRK-PROXIMO-VERT) - PAR-VERT-Y(CONT-VERT)
           COMPUTE WRK-COMPRIMENTO-ARESTA ROUNDED =
               FUNCTION SQRT(WRK-DELTA-X * WRK-DELTA-X
                   + WRK-DELTA-Y * WRK-DELTA-Y)
           ADD WRK-COMPRIMENTO-ARESTA TO LEI-PERIMETRO ROUNDED.

       LOCALIZA-LEITURA.
           MOVE 0 TO WRK-RPT-IDX
           PERFORM PROCURA-LEITURA
               VARYING CONT-RPT FROM 1 BY 1
               UNTIL CONT-RPT > WRK-QTD-PARCELAS-ID
                   OR WRK-RPT-IDX NOT = 0.

       PROCURA-LEITURA.
           IF RPT-OBRA(CONT-RPT) = WRK-OBRA-CHAVE
               AND RPT-ID(CONT-RPT) = PAR-ID-PARCELA
               MOVE CONT-RPT TO WRK-RPT-IDX
           END-IF.

       INCLUI-LEITURA.
           ADD 1 TO WRK-QTD-PARCELAS-ID
           MOVE WRK-QTD-PARCELAS-ID TO WRK-RPT-IDX
           MOVE WRK-OBRA-CHAVE TO RPT-OBRA(WRK-RPT-IDX)
           MOVE PAR-ID-PARCELA TO RPT-ID(WRK-RPT-IDX)
           MOVE 0 TO RPT-DESVIO(WRK-RPT-IDX)
           MOVE 'S' TO RPT-SITUACAO(WRK-RPT-IDX)
           MOVE SPACES TO RPT-MOTIVO(WRK-RPT-IDX)
           MOVE 'N' TO RPT-CUSTEADA(WRK-RPT-IDX)
           PERFORM LE-LEITURA-CUSTEADA
           IF RPT-JA-CUSTEADA(WRK-RPT-IDX)
               PERFORM COMPARA-LEITURA
           ELSE
               MOVE WRK-TIPO-LEITURA TO RPT-TIPO(WRK-RPT-IDX)
               MOVE PAR-MATERIAL TO RPT-MATERIAL(WRK-RPT-IDX)
               MOVE 1 TO RPT-QTD-LEITURAS(WRK-RPT-IDX)
               MOVE WRK-CONT-LEITURA TO RPT-REG-ESCOLHIDO(WRK-RPT-IDX)
               MOVE WRK-DATA-LEITURA TO RPT-DATA-ESCOLHIDA(WRK-RPT-IDX)
               MOVE LEI-MAIOR TO RPT-LADO-MAIOR(WRK-RPT-IDX)
                   RPT-SOMA-MAIOR(WRK-RPT-IDX)
               MOVE LEI-MEDIO TO RPT-LADO-MEDIO(WRK-RPT-IDX)
                   RPT-SOMA-MEDIO(WRK-RPT-IDX)
               MOVE LEI-MENOR TO RPT-LADO-MENOR(WRK-RPT-IDX)
                   RPT-SOMA-MENOR(WRK-RPT-IDX)
               MOVE LEI-QTD-VERTICES TO RPT-QTD-VERTICES(WRK-RPT-IDX)
               MOVE LEI-PERIMETRO TO RPT-PERIMETRO(WRK-RPT-IDX)
           END-IF.

      * A parcel costed by an earlier run starts its group from the
      * reading on GEOCUST, counted as its first. On a restart, what
      * the interrupted run of this same date costed is left out:
      * those readings are in this feed and are compared here anyway.
       LE-LEITURA-CUSTEADA.
           IF WRK-CUSTEADAS-DISPONIVEL = 'S'
               MOVE WRK-OBRA-CHAVE TO CST-OBRA
               MOVE PAR-ID-PARCELA TO CST-ID-PARCELA
               READ ARQ-CUSTEADAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WRK-CONT-CKPT = 0
                           OR CST-DATA-CUSTEIO NOT = WRK-DATA-RELATORIO
                           PERFORM CARREGA-LEITURA-CUSTEADA
                       END-IF
               END-READ
           END-IF.

       CARREGA-LEITURA-CUSTEADA.
           MOVE 'S' TO RPT-CUSTEADA(WRK-RPT-IDX)
           MOVE CST-TIPO TO RPT-TIPO(WRK-RPT-IDX)
           MOVE CST-MATERIAL TO RPT-MATERIAL(WRK-RPT-IDX)
           MOVE 1 TO RPT-QTD-LEITURAS(WRK-RPT-IDX)
           MOVE 0 TO RPT-REG-ESCOLHIDO(WRK-RPT-IDX)
           MOVE CST-DATA-LEVANTAMENTO TO RPT-DATA-ESCOLHIDA(WRK-RPT-IDX)
           MOVE CST-LADO-MAIOR TO RPT-LADO-MAIOR(WRK-RPT-IDX)
               RPT-SOMA-MAIOR(WRK-RPT-IDX)
           MOVE CST-LADO-MEDIO TO RPT-LADO-MEDIO(WRK-RPT-IDX)
               RPT-SOMA-MEDIO(WRK-RPT-IDX)
           MOVE CST-LADO-MENOR TO RPT-LADO-MENOR(WRK-RPT-IDX)
               RPT-SOMA-MENOR(WRK-RPT-IDX)
           MOVE CST-QTD-VERTICES TO RPT-QTD-VERTICES(WRK-RPT-IDX)
           MOVE CST-PERIMETRO TO RPT-PERIMETRO(WRK-RPT-IDX).

      * Each further reading is held against the first: same type,
      * same material, same vertex count, then every side within
      * the tolerance - a polygon's perimeter within it once per
      * side. The largest difference goes on the re-survey list.
       COMPARA-LEITURA.
           IF RPT-QTD-LEITURAS(WRK-RPT-IDX) < 99
               ADD 1 TO RPT-QTD-LEITURAS(WRK-RPT-IDX)
           END-IF
           ADD LEI-MAIOR TO RPT-SOMA-MAIOR(WRK-RPT-IDX)
           ADD LEI-MEDIO TO RPT-SOMA-MEDIO(WRK-RPT-IDX)
           ADD LEI-MENOR TO RPT-SOMA-MENOR(WRK-RPT-IDX)
           IF WRK-DATA-LEITURA > RPT-DATA-ESCOLHIDA(WRK-RPT-IDX)
               MOVE WRK-CONT-LEITURA TO RPT-REG-ESCOLHIDO(WRK-RPT-IDX)
               MOVE WRK-DATA-LEITURA TO RPT-DATA-ESCOLHIDA(WRK-RPT-IDX)
           END-IF
           MOVE SPACES TO WRK-MOTIVO
           EVALUATE TRUE
               WHEN WRK-TIPO-LEITURA NOT = RPT-TIPO(WRK-RPT-IDX)
                   MOVE 'TIPO DIVERGENTE' TO WRK-MOTIVO
               WHEN PAR-MATERIAL NOT = RPT-MATERIAL(WRK-RPT-IDX)
                   MOVE 'MATERIAL DIVERGENTE' TO WRK-MOTIVO
               WHEN LEI-QTD-VERTICES
                   NOT = RPT-QTD-VERTICES(WRK-RPT-IDX)
                   MOVE 'VERTICES DIVERGENTES' TO WRK-MOTIVO
               WHEN OTHER
                   PERFORM MEDE-DESVIO-LEITURA
           END-EVALUATE
           IF WRK-MOTIVO NOT = SPACES
               AND RPT-CONFERE(WRK-RPT-IDX)
               MOVE 'D' TO RPT-SITUACAO(WRK-RPT-IDX)
               MOVE WRK-MOTIVO TO RPT-MOTIVO(WRK-RPT-IDX)
           END-IF.

       MEDE-DESVIO-LEITURA.
           IF WRK-TIPO-LEITURA = 'P'
               COMPUTE WRK-DESVIO = FUNCTION ABS(LEI-PERIMETRO
                   - RPT-PERIMETRO(WRK-RPT-IDX))
               COMPUTE WRK-TOLERANCIA-PARCELA =
                   WRK-TOLERANCIA-LADO * LEI-QTD-VERTICES
           ELSE
               COMPUTE WRK-DESVIO = FUNCTION MAX(
                   FUNCTION ABS(LEI-MAIOR
                       - RPT-LADO-MAIOR(WRK-RPT-IDX))
                   FUNCTION ABS(LEI-MEDIO
                       - RPT-LADO-MEDIO(WRK-RPT-IDX))
                   FUNCTION ABS(LEI-MENOR
                       - RPT-LADO-MENOR(WRK-RPT-IDX)))
               MOVE WRK-TOLERANCIA-LADO TO WRK-TOLERANCIA-PARCELA
           END-IF
           IF WRK-DESVIO > RPT-DESVIO(WRK-RPT-IDX)
               MOVE WRK-DESVIO TO RPT-DESVIO(WRK-RPT-IDX)
           END-IF
           IF WRK-DESVIO > WRK-TOLERANCIA-PARCELA
               MOVE 'FORA DA TOLERANCIA' TO WRK-MOTIVO
           END-IF.

      * Where a reading stands against the first read of the feed:
      * alone, the one costed for its parcel, one merged into it,
      * one of a parcel an earlier run already costed, or one of a
      * group going back for re-survey.
       CONFERE-REPETICAO.
           MOVE 'U' TO WRK-SITUACAO-LEITURA
           MOVE 0 TO WRK-RPT-IDX
           IF PAR-ID-PARCELA NOT = SPACES
               PERFORM MEDE-LEITURA
               IF LEITURA-COMPARAVEL
                   PERFORM LOCALIZA-LEITURA
               END-IF
           END-IF
           IF WRK-RPT-IDX NOT = 0
               IF RPT-QTD-LEITURAS(WRK-RPT-IDX) > 1
                   EVALUATE TRUE
                       WHEN RPT-DIVERGE(WRK-RPT-IDX)
                           MOVE 'R' TO WRK-SITUACAO-LEITURA
                       WHEN RPT-JA-CUSTEADA(WRK-RPT-IDX)
                           MOVE 'J' TO WRK-SITUACAO-LEITURA
                       WHEN RPT-REG-ESCOLHIDO(WRK-RPT-IDX)
                           = WRK-CONT-REGS
                           MOVE 'C' TO WRK-SITUACAO-LEITURA
                       WHEN OTHER
                           MOVE 'X' TO WRK-SITUACAO-LEITURA
                   END-EVALUATE
               END-IF
           END-IF.

      * The merge and re-survey counts are not on the checkpoint;
      * the records a restart skips are counted again here against
      * the same first read of the feed.
       PULA-PARCELA-PROCESSADA.
           READ ARQ-FEED
               AT END
                   SET NAO-HA-MAIS-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WRK-CONT-REGS
                   PERFORM CONFERE-REPETICAO
                   IF LEITURA-MESCLADA
                       ADD 1 TO CONT-LEITURA-MESCLADA
                   END-IF
                   IF LEITURA-JA-CUSTEADA
                       ADD 1 TO CONT-LEITURA-CUSTEADA
                   END-IF
                   IF LEITURA-REMEDICAO
                       PERFORM CONTA-REMEDICAO
                   END-IF
           END-READ.

       LE-PARCELA.
      * and the first failure rejects the parcel exactly once to
      * the TRIREPAR repair path - a triangle can no longer be
      * costed at one step and rejected at the next.
      * A polygon parcel takes the same road with its own geometry
      * checks and measures, and is costed and quoted whole.
      * A parcel read more than once goes through once, on the
      * reading chosen for it and with the averaged sides; the
      * other readings are dropped, or all of them listed for
      * re-survey when they disagree. A parcel costed by an earlier
      * run is not costed again.
       PROCESSA-PARCELA.
           PERFORM CONFERE-REPETICAO
           EVALUATE TRUE
               WHEN LEITURA-MESCLADA
                   ADD 1 TO CONT-LEITURA-MESCLADA
               WHEN LEITURA-JA-CUSTEADA
                   ADD 1 TO CONT-LEITURA-CUSTEADA
               WHEN LEITURA-REMEDICAO
                   PERFORM GRAVA-REMEDICAO
               WHEN OTHER
                   PERFORM AVALIA-PARCELA
           END-EVALUATE.

       AVALIA-PARCELA.
           MOVE 1 TO WRK-QTD-LEITURAS-UNIF
           IF LEITURA-ESCOLHIDA
               MOVE RPT-QTD-LEITURAS(WRK-RPT-IDX)
                   TO WRK-QTD-LEITURAS-UNIF
               IF PARCELA-TRIANGULO
                   COMPUTE PAR-LADO-01 ROUNDED =
                       RPT-SOMA-MAIOR(WRK-RPT-IDX)
                       / RPT-QTD-LEITURAS(WRK-RPT-IDX)
                   COMPUTE PAR-LADO-02 ROUNDED =
                       RPT-SOMA-MEDIO(WRK-RPT-IDX)
                       / RPT-QTD-LEITURAS(WRK-RPT-IDX)
                   COMPUTE PAR-LADO-03 ROUNDED =
                       RPT-SOMA-MENOR(WRK-RPT-IDX)
                       / RPT-QTD-LEITURAS(WRK-RPT-IDX)
               END-IF
           END-IF
           MOVE 'S' TO WRK-PARCELA-OK
           MOVE SPACES TO WRK-MOTIVO
           EVALUATE TRUE
               WHEN PARCELA-TRIANGULO
                   MOVE PAR-LADO-01 TO LADO-01
                   MOVE PAR-LADO-02 TO LADO-02
                   MOVE PAR-LADO-03 TO LADO-03
                   PERFORM VALIDA-MEDIDAS
               WHEN PARCELA-POLIGONO
                   MOVE 0 TO LADO-01 LADO-02 LADO-03
                   PERFORM VALIDA-POLIGONO
               WHEN OTHER
                   MOVE 0 TO LADO-01 LADO-02 LADO-03
                   MOVE 'TIPO DE PARCELA INV.' TO WRK-MOTIVO
                   MOVE 'N' TO WRK-PARCELA-OK
           END-EVALUATE
           IF PARCELA-VALIDA
               PERFORM VALIDA-OBRA
           END-IF
               PERFORM VALIDA-MATERIAL
           END-IF
           IF PARCELA-VALIDA
               IF PARCELA-POLIGONO
                   PERFORM CALCULA-POLIGONO
               ELSE
                   PERFORM CALCULA-PARCELA
               END-IF
           END-IF
           IF PARCELA-VALIDA
               PERFORM GRAVA-PARCELA-UNIFICADA
               PERFORM GRAVA-LEITURA-CUSTEADA
           ELSE
               PERFORM GRAVA-REJEITO
           END-IF.
               END-IF
           END-IF.

      * The vertex list is loaded and closed (a last vertex equal
      * to the first is dropped, the ring closes back to vertex 1
      * either way), then refused for a zero-length edge or for
      * any two edges that cross or touch other than at the vertex
      * two neighbouring edges share.
       VALIDA-POLIGONO.
           IF PAR-QTD-VERTICES IS NOT NUMERIC
               OR PAR-QTD-VERTICES < 3 OR PAR-QTD-VERTICES > 20
               MOVE 'VERTICES INVALIDOS' TO WRK-MOTIVO
               MOVE 'N' TO WRK-PARCELA-OK
           ELSE
               MOVE PAR-QTD-VERTICES TO WRK-QTD-VERTICES
               PERFORM CARREGA-VERTICE
                   VARYING CONT-VERT FROM 1 BY 1
                   UNTIL CONT-VERT > WRK-QTD-VERTICES
               IF PARCELA-VALIDA
                   PERFORM FECHA-POLIGONO
               END-IF
               IF PARCELA-VALIDA
                   PERFORM CONFERE-ARESTA
                       VARYING CONT-ARESTA FROM 1 BY 1
                       UNTIL CONT-ARESTA > WRK-QTD-VERTICES
               END-IF
               IF PARCELA-VALIDA
                   PERFORM VERIFICA-CRUZAMENTOS
               END-IF
           END-IF.

       CARREGA-VERTICE.
           IF PAR-VERT-X(CONT-VERT) IS NOT NUMERIC
               OR PAR-VERT-Y(CONT-VERT) IS NOT NUMERIC
               MOVE 'MEDIDA INVALIDA' TO WRK-MOTIVO
               MOVE 'N' TO WRK-PARCELA-OK
           ELSE
               MOVE PAR-VERT-X(CONT-VERT) TO PLG-X(CONT-VERT)
               MOVE PAR-VERT-Y(CONT-VERT) TO PLG-Y(CONT-VERT)
           END-IF.

       FECHA-POLIGONO.
           IF PLG-VERTICE(WRK-QTD-VERTICES) = PLG-VERTICE(1)
               SUBTRACT 1 FROM WRK-QTD-VERTICES
           END-IF
           IF WRK-QTD-VERTICES < 3
               MOVE 'VERTICES INVALIDOS' TO WRK-MOTIVO
               MOVE 'N' TO WRK-PARCELA-OK
           ELSE
               MOVE PLG-VERTICE(1)
                   TO PLG-VERTICE(WRK-QTD-VERTICES + 1)
           END-IF.

       CONFERE-ARESTA.
           IF PLG-VERTICE(CONT-ARESTA) = PLG-VERTICE(CONT-ARESTA + 1)
               MOVE 'VERTICE REPETIDO' TO WRK-MOTIVO
               MOVE 'N' TO WRK-PARCELA-OK
           END-IF.

      * Every edge against every later edge. Edges that share a
      * vertex are only refused when they fold back over each other;
      * any other pair is refused when the two cross or one merely
      * touches the other.
       VERIFICA-CRUZAMENTOS.
           MOVE 'N' TO WRK-CRUZAMENTO
           PERFORM CONFERE-ARESTA-CONTRA-DEMAIS
               VARYING CONT-ARESTA FROM 1 BY 1
               UNTIL CONT-ARESTA > WRK-QTD-VERTICES
                   OR POLIGONO-CRUZA
           IF POLIGONO-CRUZA
               MOVE 'POLIGONO SE CRUZA' TO WRK-MOTIVO
               MOVE 'N' TO WRK-PARCELA-OK
           END-IF.

       CONFERE-ARESTA-CONTRA-DEMAIS.
           COMPUTE WRK-OUTRA-INICIO = CONT-ARESTA + 1
           PERFORM CONFERE-PAR-ARESTAS
               VARYING CONT-OUTRA FROM WRK-OUTRA-INICIO BY 1
               UNTIL CONT-OUTRA > WRK-QTD-VERTICES
                   OR POLIGONO-CRUZA.

       CONFERE-PAR-ARESTAS.
           MOVE PLG-VERTICE(CONT-ARESTA) TO PONTO-A
           MOVE PLG-VERTICE(CONT-ARESTA + 1) TO PONTO-B
           MOVE PLG-VERTICE(CONT-OUTRA) TO PONTO-C
           MOVE PLG-VERTICE(CONT-OUTRA + 1) TO PONTO-D
           EVALUATE TRUE
               WHEN CONT-OUTRA = CONT-ARESTA + 1
                   MOVE PONTO-A TO PONTO-P
                   MOVE PONTO-B TO PONTO-Q
                   MOVE PONTO-D TO PONTO-R
                   PERFORM ORIENTACAO-TOQUE
                   MOVE PONTO-C TO PONTO-P
                   MOVE PONTO-D TO PONTO-Q
                   MOVE PONTO-A TO PONTO-R
                   PERFORM ORIENTACAO-TOQUE
               WHEN CONT-ARESTA = 1
                   AND CONT-OUTRA = WRK-QTD-VERTICES
                   MOVE PONTO-A TO PONTO-P
                   MOVE PONTO-B TO PONTO-Q
                   MOVE PONTO-C TO PONTO-R
                   PERFORM ORIENTACAO-TOQUE
                   MOVE PONTO-C TO PONTO-P
                   MOVE PONTO-D TO PONTO-Q
                   MOVE PONTO-B TO PONTO-R
                   PERFORM ORIENTACAO-TOQUE
               WHEN OTHER
                   PERFORM TESTA-CRUZAMENTO
           END-EVALUATE.

       TESTA-CRUZAMENTO.
           MOVE PONTO-A TO PONTO-P
           MOVE PONTO-B TO PONTO-Q
           MOVE PONTO-C TO PONTO-R
           PERFORM ORIENTACAO-TOQUE
           MOVE WRK-ORIENTACAO TO WRK-ORIENT-1
           MOVE PONTO-D TO PONTO-R
           PERFORM ORIENTACAO-TOQUE
           MOVE WRK-ORIENTACAO TO WRK-ORIENT-2
           MOVE PONTO-C TO PONTO-P
           MOVE PONTO-D TO PONTO-Q
           MOVE PONTO-A TO PONTO-R
           PERFORM ORIENTACAO-TOQUE
           MOVE WRK-ORIENTACAO TO WRK-ORIENT-3
           MOVE PONTO-B TO PONTO-R
           PERFORM ORIENTACAO-TOQUE
           MOVE WRK-ORIENTACAO TO WRK-ORIENT-4
           IF WRK-ORIENT-1 * WRK-ORIENT-2 < 0
               AND WRK-ORIENT-3 * WRK-ORIENT-4 < 0
               MOVE 'S' TO WRK-CRUZAMENTO
           END-IF.

      * Which side of line PQ point R falls on (the sign of the
      * cross product); R on the line and within the segment is
      * a touch, and the polygon is refused.
       ORIENTACAO-TOQUE.
           COMPUTE WRK-PRODUTO-VETORIAL =
               (PQ-X - PP-X) * (PR-Y - PP-Y)
               - (PQ-Y - PP-Y) * (PR-X - PP-X)
           EVALUATE TRUE
               WHEN WRK-PRODUTO-VETORIAL > 0
                   MOVE 1 TO WRK-ORIENTACAO
               WHEN WRK-PRODUTO-VETORIAL < 0
                   MOVE -1 TO WRK-ORIENTACAO
               WHEN OTHER
                   MOVE 0 TO WRK-ORIENTACAO
                   PERFORM CONFERE-NO-SEGMENTO
                   IF PONTO-NO-SEGMENTO
                       MOVE 'S' TO WRK-CRUZAMENTO
                   END-IF
           END-EVALUATE.

       CONFERE-NO-SEGMENTO.
           MOVE 'N' TO WRK-NO-SEGMENTO
           IF ((PR-X >= PP-X AND PR-X <= PQ-X)
               OR (PR-X >= PQ-X AND PR-X <= PP-X))
               AND ((PR-Y >= PP-Y AND PR-Y <= PQ-Y)
               OR (PR-Y >= PQ-Y AND PR-Y <= PP-Y))
               MOVE 'S' TO WRK-NO-SEGMENTO
           END-IF.

       VALIDA-OBRA.
           IF WRK-OBRAS-DISPONIVEL = 'S'
               MOVE FUNCTION UPPER-CASE(PAR-OBRA) TO PAR-OBRA
               PERFORM CALCULA-RAZOES
           END-IF.

      * Area by the shoelace formula over the closed ring, perimeter
      * as the sum of the edge lengths; both land in the same fields
      * a triangle's do, so the costing, the GEOUNIF verdict and the
      * per-job quote treat the whole lot as one item.
       CALCULA-POLIGONO.
           MOVE 0 TO WRK-SOMA-SHOELACE
           MOVE 0 TO PERIMETRO-POLIGONO
           PERFORM SOMA-ARESTA-POLIGONO
               VARYING CONT-ARESTA FROM 1 BY 1
               UNTIL CONT-ARESTA > WRK-QTD-VERTICES
           IF WRK-SOMA-SHOELACE < 0
               COMPUTE AREA-POLIGONO ROUNDED = - WRK-SOMA-SHOELACE / 2
           ELSE
               COMPUTE AREA-POLIGONO ROUNDED = WRK-SOMA-SHOELACE / 2
           END-IF
           IF AREA-POLIGONO = 0
               MOVE 'AREA NULA' TO WRK-MOTIVO
               MOVE 'N' TO WRK-PARCELA-OK
           ELSE
               COMPUTE AREA-TRIANGULO = AREA-POLIGONO
                   ON SIZE ERROR
                       MOVE 'AREA EXCEDE CAPACIDADE' TO WRK-MOTIVO
                       MOVE 'N' TO WRK-PARCELA-OK
               END-COMPUTE
           END-IF
           IF PARCELA-VALIDA
               COMPUTE PERIMETRO-TRIANGULO ROUNDED = PERIMETRO-POLIGONO
                   ON SIZE ERROR
                       MOVE 'PERIMETRO EXCEDE CAP.' TO WRK-MOTIVO
                       MOVE 'N' TO WRK-PARCELA-OK
               END-COMPUTE
           END-IF
           IF PARCELA-VALIDA
               PERFORM CUSTEIA-PARCELA
           END-IF
           IF PARCELA-VALIDA
               MOVE 'POLIGONO' TO WRK-TIPO-TRIANGULO
               MOVE 'N' TO WRK-RETANGULO
               MOVE 0 TO WRK-SENO WRK-COSSENO WRK-TANGENTE
               ADD 1 TO CONT-POLIGONO
           END-IF.

       SOMA-ARESTA-POLIGONO.
           COMPUTE WRK-SOMA-SHOELACE = WRK-SOMA-SHOELACE
               + PLG-X(CONT-ARESTA) * PLG-Y(CONT-ARESTA + 1)
               - PLG-X(CONT-ARESTA + 1) * PLG-Y(CONT-ARESTA)
           COMPUTE WRK-DELTA-X =
               PLG-X(CONT-ARESTA + 1) - PLG-X(CONT-ARESTA)
           COMPUTE WRK-DELTA-Y =
               PLG-Y(CONT-ARESTA + 1) - PLG-Y(CONT-ARESTA)
           COMPUTE WRK-COMPRIMENTO-ARESTA ROUNDED =
               FUNCTION SQRT(WRK-DELTA-X * WRK-DELTA-X
                   + WRK-DELTA-Y * WRK-DELTA-Y)
           ADD WRK-COMPRIMENTO-ARESTA TO PERIMETRO-POLIGONO.

       CALCULA-AREA.
           ADD LADO-01 LADO-02 LADO-03 GIVING PERIMETRO-TRIANGULO
           DIVIDE PERIMETRO-TRIANGULO BY 2
               END-IF
               IF WRK-OBT-IDX NOT = 0
                   ADD 1 TO OBT-QTD-FORMAS(WRK-OBT-IDX)
                   IF PARCELA-POLIGONO
                       ADD 1 TO OBT-QTD-POLIGONOS(WRK-OBT-IDX)
                   END-IF
                   ADD WRK-CUSTO-TOTAL TO OBT-CUSTO(WRK-OBT-IDX)
                   PERFORM ACUMULA-MATERIAL-OBRA
               END-IF
           END-IF.

      * The quote keeps one line per material, which is what an
      * expired quote is repriced from; a job costed in more than
      * ten materials in one run is quoted whole, but its lines
      * fall short of the total and ORCAVENC will not reprice it.
       ACUMULA-MATERIAL-OBRA.
           MOVE 0 TO WRK-OBM-IDX
           PERFORM LOCALIZA-MATERIAL-OBRA
               VARYING CONT-MATERIAL FROM 1 BY 1
               UNTIL CONT-MATERIAL > OBT-QTD-MATERIAIS(WRK-OBT-IDX)
           IF WRK-OBM-IDX = 0
               IF OBT-QTD-MATERIAIS(WRK-OBT-IDX) < 10
                   ADD 1 TO OBT-QTD-MATERIAIS(WRK-OBT-IDX)
                   MOVE OBT-QTD-MATERIAIS(WRK-OBT-IDX) TO WRK-OBM-IDX
                   MOVE PAR-MATERIAL
                       TO OBM-CODIGO(WRK-OBT-IDX, WRK-OBM-IDX)
                   MOVE MTL-CUSTO-UNIDADE
                       TO OBM-CUSTO-UNIDADE(WRK-OBT-IDX, WRK-OBM-IDX)
               ELSE
                   DISPLAY 'LIMITE DE 10 MATERIAIS POR OBRA EXCEDIDO. '
                       'MATERIAL ' PAR-MATERIAL ' DA OBRA ' PAR-OBRA
                       ' FORA DAS LINHAS DO ORCAMENTO.'
               END-IF
           END-IF
           IF WRK-OBM-IDX NOT = 0
               ADD 1 TO OBM-QTD-FORMAS(WRK-OBT-IDX, WRK-OBM-IDX)
               ADD AREA-TRIANGULO TO OBM-AREA(WRK-OBT-IDX, WRK-OBM-IDX)
               ADD WRK-CUSTO-TOTAL
                   TO OBM-VALOR(WRK-OBT-IDX, WRK-OBM-IDX)
           END-IF.

       LOCALIZA-MATERIAL-OBRA.
           IF OBM-CODIGO(WRK-OBT-IDX, CONT-MATERIAL) = PAR-MATERIAL
               MOVE CONT-MATERIAL TO WRK-OBM-IDX
           END-IF.

       LOCALIZA-OBRA.
           IF OBT-NUMERO(CONT-OBRA) = PAR-OBRA
               MOVE CONT-OBRA TO WRK-OBT-IDX
           MOVE AREA-TRIANGULO TO UNI-AREA
           MOVE MTL-CUSTO-UNIDADE TO UNI-CUSTO-UNITARIO
           MOVE WRK-CUSTO-TOTAL TO UNI-CUSTO-TOTAL
           IF PARCELA-POLIGONO
               MOVE WRK-QTD-VERTICES TO UNI-QTD-VERTICES
           ELSE
               MOVE 3 TO UNI-QTD-VERTICES
           END-IF
           MOVE PAR-ID-PARCELA TO UNI-ID-PARCELA
           MOVE WRK-QTD-LEITURAS-UNIF TO UNI-QTD-LEITURAS
           WRITE PARCELA-UNIF-REC.

      * The reading just costed goes on GEOCUST as costed - merged
      * sides already averaged into PAR-LADO-01 to 03. A restart
      * costing the same parcel again replaces its entry.
       GRAVA-LEITURA-CUSTEADA.
           IF WRK-CUSTEADAS-DISPONIVEL = 'S'
               AND PAR-ID-PARCELA NOT = SPACES
               PERFORM MEDE-LEITURA
               IF LEITURA-COMPARAVEL
                   MOVE WRK-OBRA-CHAVE TO CST-OBRA
                   MOVE PAR-ID-PARCELA TO CST-ID-PARCELA
                   MOVE WRK-TIPO-LEITURA TO CST-TIPO
                   MOVE PAR-MATERIAL TO CST-MATERIAL
                   MOVE LEI-MAIOR TO CST-LADO-MAIOR
                   MOVE LEI-MEDIO TO CST-LADO-MEDIO
                   MOVE LEI-MENOR TO CST-LADO-MENOR
                   MOVE LEI-QTD-VERTICES TO CST-QTD-VERTICES
                   MOVE LEI-PERIMETRO TO CST-PERIMETRO
                   MOVE WRK-DATA-LEITURA TO CST-DATA-LEVANTAMENTO
                   MOVE PAR-EQUIPE TO CST-EQUIPE
                   MOVE WRK-QTD-LEITURAS-UNIF TO CST-QTD-LEITURAS
                   MOVE WRK-DATA-RELATORIO TO CST-DATA-CUSTEIO
                   WRITE LEITURA-CUSTEADA-REC
                       INVALID KEY
                           REWRITE LEITURA-CUSTEADA-REC
                               INVALID KEY
                                   DISPLAY 'ERRO AO GRAVAR A LEITURA '
                                       CST-OBRA ' / ' CST-ID-PARCELA
                                       ' EM GEOCUST. STATUS: '
                                       WRK-STATUS-CUSTEADAS
                           END-REWRITE
                   END-WRITE
               END-IF
           END-IF.

      * One reject per parcel, on the same TRI13REJEITOS log the
      * TRIREPAR repair path already works, carrying the job,
      * material, parcel id, survey date and crew so the repaired
      * parcel goes back whole.
       GRAVA-REJEITO.
           ADD 1 TO CONT-REJEITADO
           MOVE SPACES TO REJEITO-REC
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA TO REJ-TIMESTAMP
           MOVE LADO-01 TO REJ-LADO-01
           MOVE 'P' TO REJ-STATUS
           MOVE PAR-OBRA TO REJ-OBRA
           MOVE PAR-MATERIAL TO REJ-MATERIAL
           IF PARCELA-POLIGONO
               MOVE PAR-TIPO TO REJ-TIPO
               MOVE PAR-POLIGONO TO REJ-POLIGONO
           END-IF
           MOVE PAR-ID-PARCELA TO REJ-ID-PARCELA
           IF PAR-DATA-LEVANTAMENTO IS NUMERIC
               MOVE PAR-DATA-LEVANTAMENTO TO REJ-DATA-LEVANTAMENTO
           END-IF
           MOVE PAR-EQUIPE TO REJ-EQUIPE
           WRITE REJEITO-REC.

      * Every reading of a group that disagrees goes on the list,
      * as the crew keyed it, with the group's largest difference.
       GRAVA-REMEDICAO.
           MOVE WRK-DATA-RELATORIO TO RMD-DATA
           MOVE WRK-OBRA-CHAVE TO RMD-OBRA
           MOVE PAR-ID-PARCELA TO RMD-ID-PARCELA
           MOVE WRK-DATA-LEITURA TO RMD-DATA-LEVANTAMENTO
           MOVE PAR-EQUIPE TO RMD-EQUIPE
           MOVE PAR-MATERIAL TO RMD-MATERIAL
           MOVE WRK-TIPO-LEITURA TO RMD-TIPO
           IF WRK-TIPO-LEITURA = 'P'
               MOVE 0 TO RMD-LADO-01 RMD-LADO-02 RMD-LADO-03
           ELSE
               MOVE PAR-LADO-01 TO RMD-LADO-01
               MOVE PAR-LADO-02 TO RMD-LADO-02
               MOVE PAR-LADO-03 TO RMD-LADO-03
           END-IF
           MOVE LEI-QTD-VERTICES TO RMD-QTD-VERTICES
           MOVE LEI-PERIMETRO TO RMD-PERIMETRO
           MOVE RPT-QTD-LEITURAS(WRK-RPT-IDX) TO RMD-QTD-LEITURAS
           MOVE RPT-DESVIO(WRK-RPT-IDX) TO RMD-DESVIO
           MOVE RPT-MOTIVO(WRK-RPT-IDX) TO RMD-MOTIVO
           WRITE REMEDICAO-REC
           PERFORM CONTA-REMEDICAO.

       CONTA-REMEDICAO.
           ADD 1 TO CONT-REMEDICAO
           MOVE 0 TO WRK-EQP-IDX
           PERFORM LOCALIZA-EQUIPE
               VARYING CONT-EQUIPE FROM 1 BY 1
               UNTIL CONT-EQUIPE > WRK-QTD-EQUIPES
           IF WRK-EQP-IDX = 0
               IF WRK-QTD-EQUIPES < 50
                   ADD 1 TO WRK-QTD-EQUIPES
                   MOVE WRK-QTD-EQUIPES TO WRK-EQP-IDX
                   MOVE PAR-EQUIPE TO EQP-CODIGO(WRK-EQP-IDX)
                   MOVE 0 TO EQP-QTD-REMEDICOES(WRK-EQP-IDX)
               ELSE
                   DISPLAY 'LIMITE DE 50 EQUIPES EXCEDIDO. EQUIPE '
                       PAR-EQUIPE ' FORA DA CONTAGEM DE REMEDICOES.'
               END-IF
           END-IF
           IF WRK-EQP-IDX NOT = 0
               ADD 1 TO EQP-QTD-REMEDICOES(WRK-EQP-IDX)
           END-IF.

       LOCALIZA-EQUIPE.
           IF EQP-CODIGO(CONT-EQUIPE) = PAR-EQUIPE
               MOVE CONT-EQUIPE TO WRK-EQP-IDX
           END-IF.

       GRAVA-RESUMO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'PARCELAS: ' DELIMITED SIZE
               '  ISOSCELES: ' CONT-ISOSCELES DELIMITED SIZE
               '  ESCALENOS: ' CONT-ESCALENO DELIMITED SIZE
               '  RETANGULOS: ' CONT-RETANGULO DELIMITED SIZE
               '  POLIGONOS: ' CONT-POLIGONO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE WRK-TOLERANCIA-LADO TO WRK-TOLERANCIA-EXIBE
           MOVE SPACES TO RELATORIO-REC
           STRING 'LEITURAS MESCLADAS: ' DELIMITED SIZE
               CONT-LEITURA-MESCLADA DELIMITED SIZE
               '  JA CUSTEADAS: ' CONT-LEITURA-CUSTEADA DELIMITED SIZE
               '  PARA REMEDICAO: ' CONT-REMEDICAO DELIMITED SIZE
               '  TOLERANCIA POR LADO: ' WRK-TOLERANCIA-EXIBE
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           IF CONT-REMEDICAO > 0
               PERFORM GRAVA-REMEDICOES-EQUIPE
           END-IF.

      * Re-surveys per crew, and the crew with the most (the first
      * found on a tie) named on its own line.
       GRAVA-REMEDICOES-EQUIPE.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE 'REMEDICOES POR EQUIPE' TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE 0 TO WRK-EQP-MAIOR
           PERFORM GRAVA-LINHA-EQUIPE
               VARYING CONT-EQUIPE FROM 1 BY 1
               UNTIL CONT-EQUIPE > WRK-QTD-EQUIPES
           IF WRK-EQP-MAIOR NOT = 0
               MOVE WRK-EQP-MAIOR TO CONT-EQUIPE
               PERFORM MONTA-EQUIPE-EXIBE
               MOVE SPACES TO RELATORIO-REC
               STRING 'EQUIPE COM MAIS REMEDICOES: ' DELIMITED SIZE
                   WRK-EQUIPE-EXIBE DELIMITED SIZE
                   ' - ' EQP-QTD-REMEDICOES(WRK-EQP-MAIOR)
                   DELIMITED SIZE
                   ' LEITURAS' DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               WRITE RELATORIO-REC
           END-IF.

       GRAVA-LINHA-EQUIPE.
           IF WRK-EQP-MAIOR = 0
               OR EQP-QTD-REMEDICOES(CONT-EQUIPE)
                   > EQP-QTD-REMEDICOES(WRK-EQP-MAIOR)
               MOVE CONT-EQUIPE TO WRK-EQP-MAIOR
           END-IF
           PERFORM MONTA-EQUIPE-EXIBE
           MOVE SPACES TO RELATORIO-REC
           STRING '  EQUIPE ' DELIMITED SIZE
               WRK-EQUIPE-EXIBE DELIMITED SIZE
               ' REMEDICOES: ' EQP-QTD-REMEDICOES(CONT-EQUIPE)
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       MONTA-EQUIPE-EXIBE.
           IF EQP-CODIGO(CONT-EQUIPE) = SPACES
               MOVE 'SEM EQUIPE' TO WRK-EQUIPE-EXIBE
           ELSE
               MOVE EQP-CODIGO(CONT-EQUIPE) TO WRK-EQUIPE-EXIBE
           END-IF.

      * The quote document and history follow the costing: one
      * block per job to ORCAMENTO and one ORCHIST line per job,
      * the same layouts EXERCICIO12's standalone run writes.
      * Each quote also gets the next ORCACTL control number and a
      * validity date, and is kept OPEN on ORCMSTR with its lines
      * on ORCITEM for ORCAMANT to record the client's answer. An
      * ORCMSTR that cannot be opened leaves the quotes printed
      * without a number.
       EMITE-ORCAMENTOS.
           OPEN OUTPUT ARQ-ORCAMENTO
           OPEN EXTEND ARQ-HIST-ORCAMENTO
           IF WRK-STATUS-HIST-ORC = '35'
               OPEN OUTPUT ARQ-HIST-ORCAMENTO
           END-IF
           PERFORM ABRE-MESTRE-ORCAMENTOS
           COMPUTE WRK-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-RELATORIO)
               + WRK-DIAS-VALIDADE)
           PERFORM EMITE-UM-ORCAMENTO
               VARYING CONT-OBRA FROM 1 BY 1
               UNTIL CONT-OBRA > WRK-QTD-OBRAS
           IF WRK-ORCMSTR-DISPONIVEL = 'S'
               PERFORM GRAVA-NUMERO-CONTROLE
               CLOSE ARQ-ORC-MESTRE
               CLOSE ARQ-ORC-ITENS
           END-IF
           CLOSE ARQ-ORCAMENTO
           CLOSE ARQ-HIST-ORCAMENTO
           DISPLAY 'Orcamentos por obra gerados em ORCAMENTO.'
           DISPLAY 'Historico de orcamentos acrescido em ORCHIST.'.

       ABRE-MESTRE-ORCAMENTOS.
           OPEN I-O ARQ-ORC-MESTRE
           IF WRK-STATUS-ORC-MESTRE = '35'
               OPEN OUTPUT ARQ-ORC-MESTRE
               CLOSE ARQ-ORC-MESTRE
               OPEN I-O ARQ-ORC-MESTRE
           END-IF
           OPEN I-O ARQ-ORC-ITENS
           IF WRK-STATUS-ORC-ITENS = '35'
               OPEN OUTPUT ARQ-ORC-ITENS
               CLOSE ARQ-ORC-ITENS
               OPEN I-O ARQ-ORC-ITENS
           END-IF
           IF WRK-STATUS-ORC-MESTRE = '00'
               AND WRK-STATUS-ORC-ITENS = '00'
               MOVE 'S' TO WRK-ORCMSTR-DISPONIVEL
               PERFORM LE-NUMERO-CONTROLE
           ELSE
               MOVE 'N' TO WRK-ORCMSTR-DISPONIVEL
               DISPLAY 'ORCMSTR/ORCITEM INDISPONIVEL (STATUS '
                   WRK-STATUS-ORC-MESTRE '/' WRK-STATUS-ORC-ITENS
                   '). ORCAMENTOS EMITIDOS SEM NUMERO.'
           END-IF.

      * ORCAVENC numbers its repriced quotes from the same ORCACTL;
      * a control record behind the master (restored from an older
      * copy) moves up to the highest number already on file.
       LE-NUMERO-CONTROLE.
           MOVE 0 TO WRK-NUMERO-CONTROLE
           OPEN INPUT ARQ-CONTROLE-NUM
           IF WRK-STATUS-CONTROLE = '00'
               READ ARQ-CONTROLE-NUM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTN-ULTIMO-NUMERO TO WRK-NUMERO-CONTROLE
               END-READ
               CLOSE ARQ-CONTROLE-NUM
           END-IF
           MOVE 'N' TO WRK-FIM-ORCAMENTOS
           COMPUTE ORC-NUMERO = WRK-NUMERO-CONTROLE + 1
           START ARQ-ORC-MESTRE KEY IS NOT LESS THAN ORC-NUMERO
               INVALID KEY
                   SET NAO-HA-MAIS-ORCAMENTOS TO TRUE
           END-START
           PERFORM AJUSTA-NUMERO-CONTROLE
               UNTIL NAO-HA-MAIS-ORCAMENTOS.

       AJUSTA-NUMERO-CONTROLE.
           READ ARQ-ORC-MESTRE NEXT
               AT END
                   SET NAO-HA-MAIS-ORCAMENTOS TO TRUE
               NOT AT END
                   MOVE ORC-NUMERO TO WRK-NUMERO-CONTROLE
           END-READ.

       GRAVA-NUMERO-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE-NUM
           MOVE WRK-NUMERO-CONTROLE TO CTN-ULTIMO-NUMERO
           WRITE CONTROLE-NUM-REC
           CLOSE ARQ-CONTROLE-NUM.

       EMITE-UM-ORCAMENTO.
           MOVE ALL '=' TO ORCAMENTO-REC
           WRITE ORCAMENTO-REC
           IF WRK-ORCMSTR-DISPONIVEL = 'S'
               PERFORM GRAVA-ORCAMENTO-MESTRE
               MOVE SPACES TO ORCAMENTO-REC
               STRING 'ORCAMENTO NO ' DELIMITED SIZE
                   WRK-NUMERO-CONTROLE DELIMITED SIZE
                   ' - VALIDO ATE ' WRK-DATA-VALIDADE DELIMITED SIZE
                   INTO ORCAMENTO-REC
               END-STRING
               WRITE ORCAMENTO-REC
           END-IF
           MOVE SPACES TO ORCAMENTO-REC
           STRING 'ORCAMENTO DA OBRA ' DELIMITED SIZE
               OBT-NUMERO(CONT-OBRA) DELIMITED SIZE
           MOVE SPACES TO ORCAMENTO-REC
           STRING 'FORMAS CUSTEADAS: ' DELIMITED SIZE
               OBT-QTD-FORMAS(CONT-OBRA) DELIMITED SIZE
               ' (POLIGONOS: ' OBT-QTD-POLIGONOS(CONT-OBRA)
               DELIMITED SIZE
               ')' DELIMITED SIZE
               '  CUSTO TOTAL: ' OBT-CUSTO(CONT-OBRA)
               DELIMITED SIZE
               INTO ORCAMENTO-REC
           END-STRING
           WRITE ORCAMENTO-REC
           PERFORM EMITE-LINHA-MATERIAL
               VARYING CONT-MATERIAL FROM 1 BY 1
               UNTIL CONT-MATERIAL > OBT-QTD-MATERIAIS(CONT-OBRA)
           MOVE WRK-DATA-RELATORIO TO HOR-DATA
           MOVE OBT-NUMERO(CONT-OBRA) TO HOR-OBRA
           MOVE OBT-CLIENTE(CONT-OBRA) TO HOR-CLIENTE
           MOVE OBT-CUSTO(CONT-OBRA) TO HOR-CUSTO-TOTAL
           WRITE HIST-ORC-REC.

       EMITE-LINHA-MATERIAL.
           MOVE SPACES TO ORCAMENTO-REC
           STRING '  MATERIAL ' DELIMITED SIZE
               OBM-CODIGO(CONT-OBRA, CONT-MATERIAL) DELIMITED SIZE
               ' FORMAS ' OBM-QTD-FORMAS(CONT-OBRA, CONT-MATERIAL)
               DELIMITED SIZE
               ' AREA ' OBM-AREA(CONT-OBRA, CONT-MATERIAL)
               DELIMITED SIZE
               ' CUSTO/UN ' OBM-CUSTO-UNIDADE(CONT-OBRA, CONT-MATERIAL)
               DELIMITED SIZE
               ' VALOR ' OBM-VALOR(CONT-OBRA, CONT-MATERIAL)
               DELIMITED SIZE
               INTO ORCAMENTO-REC
           END-STRING
           WRITE ORCAMENTO-REC.

       GRAVA-ORCAMENTO-MESTRE.
           ADD 1 TO WRK-NUMERO-CONTROLE
           MOVE SPACES TO ORCAMENTO-MESTRE-REC
           MOVE WRK-NUMERO-CONTROLE TO ORC-NUMERO
           MOVE OBT-NUMERO(CONT-OBRA) TO ORC-OBRA
           MOVE OBT-CLIENTE(CONT-OBRA) TO ORC-CLIENTE
           MOVE WRK-DATA-RELATORIO TO ORC-DATA-EMISSAO
           MOVE WRK-DATA-VALIDADE TO ORC-DATA-VALIDADE
           MOVE OBT-QTD-FORMAS(CONT-OBRA) TO ORC-QTD-FORMAS
           MOVE OBT-CUSTO(CONT-OBRA) TO ORC-VALOR
           SET ORCAMENTO-ABERTO TO TRUE
           MOVE WRK-DATA-RELATORIO TO ORC-DATA-SITUACAO
           MOVE LOG-PROGRAMA TO ORC-OPERADOR
           MOVE 0 TO ORC-NUMERO-ORIGEM ORC-NUMERO-REPRECO
               ORC-NUMERO-FATURA ORC-DATA-ENTREGA ORC-DATA-REQUISICAO
           WRITE ORCAMENTO-MESTRE-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ORCAMENTO '
                       ORC-NUMERO ' DA OBRA ' ORC-OBRA
                       '. STATUS: ' WRK-STATUS-ORC-MESTRE
           END-WRITE
           PERFORM GRAVA-ITEM-ORCAMENTO
               VARYING CONT-MATERIAL FROM 1 BY 1
               UNTIL CONT-MATERIAL > OBT-QTD-MATERIAIS(CONT-OBRA).

       GRAVA-ITEM-ORCAMENTO.
           MOVE WRK-NUMERO-CONTROLE TO ORI-NUMERO
           MOVE OBM-CODIGO(CONT-OBRA, CONT-MATERIAL) TO ORI-MATERIAL
           MOVE OBM-QTD-FORMAS(CONT-OBRA, CONT-MATERIAL)
               TO ORI-QTD-FORMAS
           MOVE OBM-AREA(CONT-OBRA, CONT-MATERIAL) TO ORI-AREA
           MOVE OBM-CUSTO-UNIDADE(CONT-OBRA, CONT-MATERIAL)
               TO ORI-CUSTO-UNIDADE
           MOVE OBM-VALOR(CONT-OBRA, CONT-MATERIAL) TO ORI-VALOR
           WRITE ITEM-ORCAMENTO-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A LINHA ' ORI-MATERIAL
                       ' DO ORCAMENTO ' ORI-NUMERO
                       '. STATUS: ' WRK-STATUS-ORC-ITENS
           END-WRITE.

       LE-CHECKPOINT.
           MOVE 0 TO WRK-CONT-CKPT
           OPEN INPUT ARQ-CHECKPOINT
                       MOVE CKPT-CONT-REJEITADO TO CONT-REJEITADO
                       MOVE CKPT-CUSTO-TOTAL
                           TO WRK-CUSTO-TOTAL-LOTE
                       IF CKPT-CONT-POLIGONO IS NUMERIC
                           MOVE CKPT-CONT-POLIGONO TO CONT-POLIGONO
                       END-IF
               END-READ
               CLOSE ARQ-CHECKPOINT
           END-IF.
           MOVE CONT-RETANGULO TO CKPT-CONT-RETANGULO
           MOVE CONT-REJEITADO TO CKPT-CONT-REJEITADO
           MOVE WRK-CUSTO-TOTAL-LOTE TO CKPT-CUSTO-TOTAL
           MOVE CONT-POLIGONO TO CKPT-CONT-POLIGONO
           WRITE CKPT-REC
           CLOSE ARQ-CHECKPOINT.

           MOVE 0 TO CKPT-CONT-RETANGULO
           MOVE 0 TO CKPT-CONT-REJEITADO
           MOVE 0 TO CKPT-CUSTO-TOTAL
           MOVE 0 TO CKPT-CONT-POLIGONO
           WRITE CKPT-REC
           CLOSE ARQ-CHECKPOINT.

       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-CONT-REGS TO LOG-QTD-LIDA
           COMPUTE LOG-QTD-REJEITADA = CONT-REJEITADO + CONT-REMEDICAO
           COMPUTE LOG-QTD-GRAVADA = WRK-CONT-REGS - LOG-QTD-REJEITADA
               - CONT-LEITURA-MESCLADA - CONT-LEITURA-CUSTEADA
           EVALUATE TRUE
               WHEN CONT-REJEITADO > 0
                   MOVE 'REJEICOES' TO LOG-STATUS
               WHEN CONT-REMEDICAO > 0
                   MOVE 'REMEDICAO' TO LOG-STATUS
               WHEN OTHER
                   MOVE 'CONCLUIDO' TO LOG-STATUS
           END-EVALUATE
           IF LOG-QTD-REJEITADA > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
