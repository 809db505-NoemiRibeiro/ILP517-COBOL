      *             the course instead of reading every student's
      *             whole history. Blank course keeps the full
      *             pass for the all-disciplines distribution.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      * 15/10/2026  The distribution now comes from the ESTMSTR term
      *             statistics master kept by ESTAPURA instead of a pass
      *             over MATRIMSTR, one record per course/term with its
      *             histogram already counted; archived terms report
      *             too, and each discipline shows its attendance
      *             average. Without ESTMSTR the report is empty - run
      *             ESTAPURA mode R.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTATISTICA ASSIGN TO "ESTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       77 WRK-TERMO-SELECAO     PIC 9(05) VALUE 0.
       77 WRK-MEDIA             PIC 9(02)V99.
       77 WRK-FREQ-MEDIA        PIC 9(03)V9.

       01 WRK-FIM-ESTATISTICA PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ESTATISTICA VALUE 'S'.

       01 DISTRIBUICOES.
           03 WRK-QTD-DISCIPLINAS  PIC 9(03) VALUE 0.
               05 DIS-NOME         PIC X(035).
               05 DIS-QTD-ALUNOS   PIC 9(04).
               05 DIS-SOMA-NOTAS   PIC 9(06)V9(01).
               05 DIS-SOMA-FREQ    PIC 9(08).
               05 DIS-FAIXA OCCURS 11 TIMES.
                   07 DIS-CNT-FAIXA PIC 9(04).

       01 CONTADOR         PIC 9(3) VALUE 1.
       01 CONT-FAIXA       PIC 9(2) VALUE 1.
       01 WRK-DIS-IDX      PIC 9(3) VALUE 0.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'DISTNOTA'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELDISTR'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               DISPLAY "EXECUTE O CATALOAD PARA CONSTRUIR O CATALOGO."
               GOBACK
           END-IF
           PERFORM APURA-ESTATISTICAS
           CLOSE CATALOGO-DISCIPLINAS
           PERFORM GRAVA-RELATORIO
           DISPLAY "-----------------------------------------------"
           DISPLAY "-----------------------------------------------"
       GOBACK.

      * Each course/term pair is one ESTMSTR record already holding
      * its distribution, kept by ESTAPURA, so the report no longer
      * reads the enrollments themselves - and a term TERMARCH has
      * moved to the archive still has its distribution.
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
               IF WRK-CODIGO-SELECAO NOT = SPACES
                   PERFORM POSICIONA-NA-DISCIPLINA
                   PERFORM LE-ESTATISTICA-CURSO
                       UNTIL NAO-HA-MAIS-ESTATISTICA
               ELSE
                   PERFORM LE-ESTATISTICA
                       UNTIL NAO-HA-MAIS-ESTATISTICA
               END-IF
               CLOSE ARQ-ESTATISTICA
           END-IF.

      * One discipline asked for: position on course + term and
      * stop at the first record past the selection.
       POSICIONA-NA-DISCIPLINA.
           MOVE WRK-CODIGO-SELECAO TO EST-CODIGO
           MOVE WRK-TERMO-SELECAO TO EST-TERMO
           START ARQ-ESTATISTICA
               KEY IS NOT LESS THAN EST-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-ESTATISTICA TO TRUE
           END-START.

       LE-ESTATISTICA-CURSO.
           READ ARQ-ESTATISTICA NEXT
               AT END
                   SET NAO-HA-MAIS-ESTATISTICA TO TRUE
               NOT AT END
                   IF EST-CODIGO NOT = WRK-CODIGO-SELECAO
                       SET NAO-HA-MAIS-ESTATISTICA TO TRUE
                   ELSE
                   IF WRK-TERMO-SELECAO > 0
                       AND EST-TERMO NOT = WRK-TERMO-SELECAO
                       SET NAO-HA-MAIS-ESTATISTICA TO TRUE
                   ELSE
                       PERFORM ACUMULA-DISTRIBUICAO
                   END-IF
                   END-IF
           END-READ.

       LE-ESTATISTICA.
           READ ARQ-ESTATISTICA NEXT
               AT END
                   SET NAO-HA-MAIS-ESTATISTICA TO TRUE
               NOT AT END
                   IF WRK-TERMO-SELECAO = 0
                       OR EST-TERMO = WRK-TERMO-SELECAO
                       PERFORM ACUMULA-DISTRIBUICAO
                   END-IF
           END-READ.

       ACUMULA-DISTRIBUICAO.
           IF WRK-QTD-DISCIPLINAS < 200
               ADD 1 TO WRK-QTD-DISCIPLINAS
               MOVE WRK-QTD-DISCIPLINAS TO WRK-DIS-IDX
               MOVE EST-CODIGO TO DIS-CODIGO(WRK-DIS-IDX)
               MOVE EST-TERMO TO DIS-TERMO(WRK-DIS-IDX)
               PERFORM BUSCA-NOME-CATALOGO
               MOVE EST-QTD-REGISTROS TO DIS-QTD-ALUNOS(WRK-DIS-IDX)
               MOVE EST-SOMA-NOTAS TO DIS-SOMA-NOTAS(WRK-DIS-IDX)
               MOVE EST-SOMA-FREQUENCIA TO DIS-SOMA-FREQ(WRK-DIS-IDX)
               PERFORM COPIA-FAIXA
                   VARYING CONT-FAIXA FROM 1 BY 1
                   UNTIL CONT-FAIXA > 11
           ELSE
               DISPLAY "SELECAO EXCEDE 200 DISCIPLINAS/TERMOS. "
                   "REGISTRO IGNORADO."
           END-IF.

       COPIA-FAIXA.
           MOVE EST-FAIXA(CONT-FAIXA)
               TO DIS-CNT-FAIXA(WRK-DIS-IDX, CONT-FAIXA).

       BUSCA-NOME-CATALOGO.
           MOVE EST-CODIGO TO CAT-CODIGO
           READ CATALOGO-DISCIPLINAS
               INVALID KEY
                   MOVE EST-MATERIA TO DIS-NOME(WRK-DIS-IDX)
               NOT INVALID KEY
                   MOVE CAT-NOME TO DIS-NOME(WRK-DIS-IDX)
           END-READ.
           PERFORM GRAVA-DISTRIBUICAO
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-DISCIPLINAS
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-SELECAO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       GRAVA-DISTRIBUICAO.
           MOVE SPACES TO RELATORIO-REC
           IF DIS-QTD-ALUNOS(CONTADOR) > 0
               COMPUTE WRK-MEDIA ROUNDED =
                   DIS-SOMA-NOTAS(CONTADOR) / DIS-QTD-ALUNOS(CONTADOR)
               COMPUTE WRK-FREQ-MEDIA ROUNDED =
                   DIS-SOMA-FREQ(CONTADOR) / DIS-QTD-ALUNOS(CONTADOR)
           ELSE
               MOVE 0 TO WRK-MEDIA
               MOVE 0 TO WRK-FREQ-MEDIA
           END-IF
           MOVE SPACES TO RELATORIO-REC
           STRING "TURMA: " DELIMITED SIZE
               DIS-QTD-ALUNOS(CONTADOR) DELIMITED SIZE
               " ALUNOS  MEDIA: " DELIMITED SIZE
               WRK-MEDIA DELIMITED SIZE
               "  FREQUENCIA MEDIA: " DELIMITED SIZE
               WRK-FREQ-MEDIA DELIMITED SIZE
               "%" DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.
