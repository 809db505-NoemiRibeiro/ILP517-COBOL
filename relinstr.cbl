      *             discipline, so it keeps its single pass, now
      *             declared against the keyed master like the
      *             other discipline-led reports.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      * 15/10/2026  Outcome counts now come from the ESTMSTR term
      *             statistics master kept by ESTAPURA - one record per
      *             course/term added to its instructor - instead of a
      *             pass over every MATRIMSTR entry; archived terms
      *             count too. Without ESTMSTR the report is empty - run
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

           SELECT CATALOGO-DISCIPLINAS ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ESTATISTICA.
           COPY ESTREC.

       FD  CATALOGO-DISCIPLINAS.
           COPY CATDISC.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ESTATISTICA PIC X(02).
       77 WRK-STATUS-CATALOGO   PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-INSTRUTOR         PIC X(30).
       77 WRK-INSTMSTR-DISPONIVEL PIC X(01) VALUE 'N'.
       77 WRK-TAXA              PIC 9(03)V99.

       01 WRK-FIM-ESTATISTICA PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ESTATISTICA VALUE 'S'.

       01 INSTRUTORES-APURADOS.
           03 WRK-QTD-INSTRUTORES  PIC 9(03) VALUE 0.
       01 WRK-DISC-VISTA   PIC X(1).
       01 WRK-TROCOU       PIC X(1).
       01 WRK-ELEMENTO-TROCA PIC X(250).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'INSTRREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELINSTR'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               GOBACK
           END-IF
           PERFORM ABRE-INSTRUTORES
           PERFORM APURA-ESTATISTICAS
           CLOSE CATALOGO-DISCIPLINAS
           IF WRK-INSTMSTR-DISPONIVEL = 'S'
               CLOSE ARQ-INSTRUTORES
           DISPLAY "-----------------------------------------------"
       GOBACK.

      * One ESTMSTR record per course/term carries that offering's
      * outcome counts, so the instructor totals add whole
      * disciplines instead of single enrollments.
       APURA-ESTATISTICAS.
           OPEN INPUT ARQ-ESTATISTICA
           IF WRK-STATUS-ESTATISTICA = "35"
               DISPLAY "ESTMSTR AINDA NAO EXISTE. RELATORIO SERA "
                   "GERADO VAZIO."
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
                   PERFORM BUSCA-INSTRUTOR
                   PERFORM ACUMULA-INSTRUTOR
      * catalog entry) falls back to the free-text name as key.
       BUSCA-INSTRUTOR.
           MOVE SPACES TO WRK-INSTRUTOR-ID
           MOVE EST-CODIGO TO CAT-CODIGO
           READ CATALOGO-DISCIPLINAS
               INVALID KEY
                   MOVE '(SEM CADASTRO NO CATALOGO)' TO WRK-INSTRUTOR
               END-IF
           END-IF
           IF WRK-PRF-IDX NOT = 0
               ADD EST-QTD-REGISTROS TO PRF-CNT-ENTRADAS(WRK-PRF-IDX)
               ADD EST-QTD-APROVADO TO PRF-CNT-APROVADO(WRK-PRF-IDX)
               ADD EST-QTD-RECUPERACAO TO PRF-CNT-RECUP(WRK-PRF-IDX)
               ADD EST-QTD-REPROVADO
                   TO PRF-CNT-REPROVADO(WRK-PRF-IDX)
               ADD EST-QTD-REPFALTA TO PRF-CNT-REPFALTA(WRK-PRF-IDX)
               PERFORM REGISTRA-DISCIPLINA-INSTRUTOR
           END-IF.

           MOVE 'N' TO WRK-DISC-VISTA
           PERFORM VARYING CONT-DISC FROM 1 BY 1
               UNTIL CONT-DISC > PRF-QTD-DISCIPLINAS(WRK-PRF-IDX)
               IF PRF-CODIGO-DISC(WRK-PRF-IDX, CONT-DISC) = EST-CODIGO
                   MOVE 'S' TO WRK-DISC-VISTA
               END-IF
           END-PERFORM
           IF WRK-DISC-VISTA = 'N'
               AND PRF-QTD-DISCIPLINAS(WRK-PRF-IDX) < 20
               ADD 1 TO PRF-QTD-DISCIPLINAS(WRK-PRF-IDX)
               MOVE EST-CODIGO TO PRF-CODIGO-DISC(WRK-PRF-IDX,
                   PRF-QTD-DISCIPLINAS(WRK-PRF-IDX))
           END-IF.

           PERFORM GRAVA-LINHA-INSTRUTOR
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-INSTRUTORES
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       GRAVA-LINHA-INSTRUTOR.
           MOVE SPACES TO RELATORIO-REC
