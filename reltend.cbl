      * 03/09/2026  Follows the MATRARQV conversion to student-keyed
      *             form: the trend still reads the whole archive,
      *             now sequentially over the indexed file.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      * 15/10/2026  The trend now adds the per course/term totals of the
      *             ESTMSTR term statistics master kept by ESTAPURA,
      *             which already covers live and archived terms,
      *             instead of reading MATRIMSTR and MATRARQV entry by
      *             entry. Without ESTMSTR the report is empty - run
      *             ESTAPURA mode R.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTATISTICA ASSIGN TO "ESTMSTR"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-ESTATISTICA.

           SELECT ARQ-RELATORIO ASSIGN TO "RELTENDE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ESTATISTICA.
           COPY ESTREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(100).

       WORKING-STORAGE SECTION.

       01 WRK-STATUS-ESTATISTICA  PIC X(02).
       01 WRK-FIM-ESTATISTICA     PIC X(01) VALUE "N".
           88 NAO-HA-MAIS-ESTATISTICA VALUE "S".

       01 WRK-ANO-LANCAMENTO      PIC 9(04).
       01 WRK-SEMESTRE            PIC 9(01).

       01 WRK-TAXA-APROVACAO      PIC 9(3)V99.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'RELTENDE'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELTEND'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           DISPLAY "-----------------------------------------------"
           DISPLAY "RELTEND - TENDENCIA DE APROVACAO POR SEMESTRE"
           DISPLAY "-----------------------------------------------"
           PERFORM APURA-HISTORICO
           PERFORM GRAVA-RELATORIO
           DISPLAY "-----------------------------------------------"
           DISPLAY "-----------------------------------------------"
       GOBACK.

      * The ESTMSTR term statistics master kept by ESTAPURA holds
      * one record per course/term, live and archived terms alike,
      * so the trend adds those totals instead of passing MATRIMSTR
      * and the MATRARQV archive entry by entry.
       APURA-HISTORICO.
           OPEN INPUT ARQ-ESTATISTICA
           IF WRK-STATUS-ESTATISTICA = "35"
               DISPLAY "ESTMSTR AINDA NAO EXISTE. RELATORIO DE "
                   "TENDENCIA SERA GERADO VAZIO."
               DISPLAY "EXECUTE O ESTAPURA NO MODO R PARA CONSTRUIR "
                   "AS ESTATISTICAS."
           ELSE
               IF WRK-STATUS-ESTATISTICA NOT = "00"
                   DISPLAY "ERRO AO ABRIR ESTMSTR. STATUS: "
                       WRK-STATUS-ESTATISTICA
                   GOBACK
               END-IF
               PERFORM LE-ESTATISTICA UNTIL NAO-HA-MAIS-ESTATISTICA
               CLOSE ARQ-ESTATISTICA
           END-IF.

       LE-ESTATISTICA.
           READ ARQ-ESTATISTICA
               AT END
                   SET NAO-HA-MAIS-ESTATISTICA TO TRUE
               NOT AT END
                   PERFORM EXTRAI-SEMESTRE-DO-TERMO
                   PERFORM LOCALIZA-SEMESTRE
           END-READ.

       EXTRAI-SEMESTRE-DO-TERMO.
           MOVE EST-TERMO(1:4) TO WRK-ANO-LANCAMENTO
           MOVE EST-TERMO(5:1) TO WRK-SEMESTRE.

       LOCALIZA-SEMESTRE.
           MOVE 0 TO WRK-SEMESTRE-IDX
           END-IF.

       ACUMULA-RESULTADO-SEMESTRE.
           ADD EST-QTD-APROVADO TO SEM-CNT-APROVADO(WRK-SEMESTRE-IDX)
           ADD EST-QTD-RECUPERACAO TO SEM-CNT-RECUP(WRK-SEMESTRE-IDX)
           ADD EST-QTD-REPROVADO
               TO SEM-CNT-REPROVADO(WRK-SEMESTRE-IDX)
           ADD EST-QTD-REPFALTA TO SEM-CNT-REPFALTA(WRK-SEMESTRE-IDX)
           ADD EST-QTD-REGISTROS TO SEM-CNT-TOTAL(WRK-SEMESTRE-IDX).

       GRAVA-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-LINHA-SEMESTRE
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > QTD-SEMESTRES
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       GRAVA-LINHA-SEMESTRE.
           IF SEM-CNT-TOTAL(CONTADOR) > 0
