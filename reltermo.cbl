      *             step-selection check like every other stream
      *             step, so a holiday or a restart parks it too;
      *             report goes to TERMOREL.
      * 15/10/2026  The active roster pairs and graded counts are also
      *             broken down by the student's declared program of
      *             study (MST-PROGRAMA on ALUNOS); pairs of students
      *             with no program declared are shown under S/P.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      * 15/10/2026  The term's calendar status heads the report; a term
      *             reopened by TERMREAB shows as REABERTO with the
      *             count of its records back on MATRIMSTR, and every
      *             term still awaiting its TERMFECH re-close is listed.
      * 15/10/2026  The open recovery count is now the term's EM
      *             RECUPERACAO total on the ESTMSTR term statistics
      *             master kept by ESTAPURA instead of a pass over
      *             MATRIMSTR; the master is passed only for a REABERTO
      *             term's count of records back on it, or while ESTMSTR
      *             does not exist yet.
      * 15/10/2026  A term TERMCLON set up in preparation shows as
      *             PREPARACAO instead of falling through to ENCERRADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT ARQ-ESTATISTICA ASSIGN TO "ESTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-ESTATISTICA.

           SELECT ARQ-NOTIFICA ASSIGN TO "NOTIFREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTIFICA.
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-RELATORIO ASSIGN TO "TERMOREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-ESTATISTICA.
           COPY ESTREC.

       FD  ARQ-NOTIFICA.
           COPY NOTIFREC.

       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-INSCRICAO  PIC X(02).
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ESTATISTICA PIC X(02).
       77 WRK-STATUS-NOTIFICA   PIC X(02).
       77 WRK-STATUS-TERMCAL    PIC X(02).
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-PROGRAMA          PIC X(05).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-TERMO-SELECAO     PIC 9(05).
       77 WRK-QTD-INSCRITOS     PIC 9(06) VALUE 0.
       77 WRK-QTD-RECUPERACAO   PIC 9(06) VALUE 0.
       77 WRK-QTD-NOTIF-PEND    PIC 9(06) VALUE 0.
       77 WRK-PERCENTUAL        PIC 9(03).
       77 WRK-SITUACAO-TERMO    PIC X(10) VALUE SPACES.
       77 WRK-QTD-NO-MESTRE     PIC 9(06) VALUE 0.

       01 WRK-FIM-ROL PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ROL VALUE 'S'.
       01 WRK-FIM-MATRIC PIC X VALUE 'N'.
           88 NAO-HA-MAIS-MATRICULAS VALUE 'S'.

       01 WRK-FIM-ESTATISTICA PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ESTATISTICA VALUE 'S'.

       01 WRK-RECUP-PELO-MESTRE PIC X VALUE 'N'.
           88 RECUPERACAO-PELO-MESTRE VALUE 'S'.

       01 WRK-FIM-NOTIFICA PIC X VALUE 'N'.
           88 NAO-HA-MAIS-NOTIFICACOES VALUE 'S'.

       01 CONTADOR        PIC 9(3) VALUE 1.
       01 WRK-DSC-IDX     PIC 9(3) VALUE 0.

       01 WRK-ALUNOS-DISPONIVEL PIC X VALUE 'N'.
           88 ALUNOS-DISPONIVEL VALUE 'S'.

       01 SITUACAO-PROGRAMAS.
           03 WRK-QTD-PROGRAMAS    PIC 9(02) VALUE 0.
           03 PRG-TAB OCCURS 50 TIMES.
               05 PRG-PROGRAMA     PIC X(05).
               05 PRG-INSCRITOS    PIC 9(05).
               05 PRG-AVALIADOS    PIC 9(05).

       01 CONTADOR-PRG    PIC 9(2) VALUE 1.

       01 TERMOS-REABERTOS.
           03 WRK-QTD-REABERTOS    PIC 9(02) VALUE 0.
           03 REA-TERMO            PIC 9(05) OCCURS 10 TIMES.

       01 CONTADOR-REA    PIC 9(2) VALUE 1.
       01 WRK-PRG-IDX     PIC 9(2) VALUE 0.

       77 WRK-DECISAO-PASSO   PIC X(01).
       77 WRK-MOTIVO-PASSO    PIC X(12).

           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'TERMOREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELTERMO'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           IF WRK-TERMO-SELECAO = 0
               PERFORM BUSCA-TERMO-ABERTO
           END-IF
           PERFORM APURA-SITUACAO-TERMO
           PERFORM APURA-ROL
           PERFORM APURA-RECUPERACOES
           PERFORM APURA-NOTIFICACOES
                   END-IF
           END-READ.

      * The selected term's calendar status heads the report, and
      * every term TERMREAB has reopened and TERMFECH has not yet
      * re-closed is listed, so the nightly term-0 run keeps the
      * registrar aware of late changes still in progress.
       APURA-SITUACAO-TERMO.
           MOVE 'N' TO WRK-FIM-CALENDARIO
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL NOT = '00'
               MOVE 'INDEFINIDA' TO WRK-SITUACAO-TERMO
           ELSE
               PERFORM LE-SITUACAO-CALENDARIO
                   UNTIL NAO-HA-MAIS-TERMOS
               CLOSE ARQ-CALENDARIO
           END-IF
           IF WRK-SITUACAO-TERMO = SPACES
               MOVE 'INDEFINIDA' TO WRK-SITUACAO-TERMO
           END-IF.

       LE-SITUACAO-CALENDARIO.
           READ ARQ-CALENDARIO NEXT
               AT END
                   SET NAO-HA-MAIS-TERMOS TO TRUE
               NOT AT END
                   IF CAL-TERMO = WRK-TERMO-SELECAO
                       EVALUATE TRUE
                           WHEN TERMO-ABERTO
                               MOVE 'ABERTO' TO WRK-SITUACAO-TERMO
                           WHEN TERMO-REABERTO
                               MOVE 'REABERTO' TO WRK-SITUACAO-TERMO
                           WHEN TERMO-EM-PREPARACAO
                               MOVE 'PREPARACAO' TO WRK-SITUACAO-TERMO
                           WHEN OTHER
                               MOVE 'ENCERRADO' TO WRK-SITUACAO-TERMO
                       END-EVALUATE
                   END-IF
                   IF TERMO-REABERTO AND WRK-QTD-REABERTOS < 10
                       ADD 1 TO WRK-QTD-REABERTOS
                       MOVE CAL-TERMO TO REA-TERMO(WRK-QTD-REABERTOS)
                   END-IF
           END-READ.

      * One pass over the roster: the enrolled count per discipline
      * comes straight off it, and the keyed join to MATRIMSTR
      * splits each pair into graded or still ungraded.
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS = '00'
               SET ALUNOS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'ALUNOS INDISPONIVEL (STATUS '
                   WRK-STATUS-ALUNOS '). INSCRICOES SEM PROGRAMA.'
           END-IF
           MOVE LOW-VALUES TO INS-CHAVE
           START ARQ-INSCRICAO KEY IS NOT LESS THAN INS-CHAVE
               INVALID KEY
           END-START
           PERFORM LE-INSCRICAO UNTIL NAO-HA-MAIS-ROL
           CLOSE ARQ-INSCRICAO
           CLOSE ARQ-MATRICULAS
           IF ALUNOS-DISPONIVEL
               CLOSE ARQ-ALUNOS
           END-IF.

       LE-INSCRICAO.
           READ ARQ-INSCRICAO NEXT
                       ADD 1 TO WRK-QTD-INSCRITOS
                       PERFORM CONFERE-NOTA-LANCADA
                       PERFORM ACUMULA-DISCIPLINA
                       PERFORM ACUMULA-PROGRAMA
                   END-IF
           END-READ.

               MOVE CONTADOR TO WRK-DSC-IDX
           END-IF.

       ACUMULA-PROGRAMA.
           MOVE SPACES TO WRK-PROGRAMA
           IF ALUNOS-DISPONIVEL
               MOVE INS-STUDENT-ID TO MST-STUDENT-ID
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MST-PROGRAMA TO WRK-PROGRAMA
               END-READ
           END-IF
           MOVE 0 TO WRK-PRG-IDX
           PERFORM LOCALIZA-PROGRAMA
               VARYING CONTADOR-PRG FROM 1 BY 1
               UNTIL CONTADOR-PRG > WRK-QTD-PROGRAMAS
           IF WRK-PRG-IDX = 0
               IF WRK-QTD-PROGRAMAS < 50
                   ADD 1 TO WRK-QTD-PROGRAMAS
                   MOVE WRK-QTD-PROGRAMAS TO WRK-PRG-IDX
                   INITIALIZE PRG-TAB(WRK-PRG-IDX)
                   MOVE WRK-PROGRAMA TO PRG-PROGRAMA(WRK-PRG-IDX)
               ELSE
                   DISPLAY 'LIMITE DE 50 PROGRAMAS NO TERMO '
                       'EXCEDIDO. REGISTRO IGNORADO.'
               END-IF
           END-IF
           IF WRK-PRG-IDX NOT = 0
               ADD 1 TO PRG-INSCRITOS(WRK-PRG-IDX)
               IF NOTA-JA-LANCADA
                   ADD 1 TO PRG-AVALIADOS(WRK-PRG-IDX)
               END-IF
           END-IF.

       LOCALIZA-PROGRAMA.
           IF PRG-PROGRAMA(CONTADOR-PRG) = WRK-PROGRAMA
               MOVE CONTADOR-PRG TO WRK-PRG-IDX
           END-IF.

      * The open recoveries are the term's EM RECUPERACAO totals on
      * the ESTMSTR term statistics master kept by ESTAPURA, not a
      * pass over every enrollment. MATRIMSTR is still passed for a
      * REABERTO term, whose count of records back on the master
      * the statistics cannot give (they include the archive), and
      * for the recoveries too when ESTMSTR is not there yet.
       APURA-RECUPERACOES.
           OPEN INPUT ARQ-ESTATISTICA
           IF WRK-STATUS-ESTATISTICA = '00'
               PERFORM LE-ESTATISTICA UNTIL NAO-HA-MAIS-ESTATISTICA
               CLOSE ARQ-ESTATISTICA
           ELSE
               DISPLAY 'ESTMSTR INDISPONIVEL (STATUS '
                   WRK-STATUS-ESTATISTICA '). APURANDO RECUPERACOES '
                   'PELO MESTRE DE MATRICULAS.'
               DISPLAY 'EXECUTE O ESTAPURA NO MODO R PARA CONSTRUIR '
                   'AS ESTATISTICAS.'
               SET RECUPERACAO-PELO-MESTRE TO TRUE
           END-IF
           IF RECUPERACAO-PELO-MESTRE
               OR WRK-SITUACAO-TERMO = 'REABERTO'
               PERFORM CONTA-NO-MESTRE
           END-IF.

       LE-ESTATISTICA.
           READ ARQ-ESTATISTICA NEXT
               AT END
                   SET NAO-HA-MAIS-ESTATISTICA TO TRUE
               NOT AT END
                   IF EST-TERMO = WRK-TERMO-SELECAO
                       ADD EST-QTD-RECUPERACAO TO WRK-QTD-RECUPERACAO
                   END-IF
           END-READ.

       CONTA-NO-MESTRE.
           MOVE 'N' TO WRK-FIM-MATRIC
           OPEN INPUT ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   IF MAT-TERMO = WRK-TERMO-SELECAO
                       ADD 1 TO WRK-QTD-NO-MESTRE
                       IF RECUPERACAO-PELO-MESTRE
                           AND MAT-SITUACAO = 'EM RECUPERACAO'
                           ADD 1 TO WRK-QTD-RECUPERACAO
                       END-IF
                   END-IF
           END-READ.

           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           IF WRK-SITUACAO-TERMO = 'REABERTO'
               STRING 'SITUACAO NO CALENDARIO..: REABERTO PARA '
                   DELIMITED SIZE
                   'ALTERACOES - REGISTROS DE VOLTA AO MESTRE: '
                   DELIMITED SIZE
                   WRK-QTD-NO-MESTRE DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           ELSE
               STRING 'SITUACAO NO CALENDARIO..: ' DELIMITED SIZE
                   WRK-SITUACAO-TERMO DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           END-IF
           WRITE RELATORIO-REC
           IF WRK-QTD-REABERTOS > 0
               MOVE SPACES TO RELATORIO-REC
               STRING 'TERMOS REABERTOS AGUARDANDO REENCERRAMENTO '
                   DELIMITED SIZE
                   '(TERMFECH):' DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               WRITE RELATORIO-REC
               PERFORM GRAVA-LINHA-REABERTO
                   VARYING CONTADOR-REA FROM 1 BY 1
                   UNTIL CONTADOR-REA > WRK-QTD-REABERTOS
           END-IF
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'CODIGO MATERIA                             '
               DELIMITED SIZE
               'INSCRITOS AVALIADOS PCT' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE 'PROGRAMA  INSCRITOS AVALIADOS PCT' TO RELATORIO-REC
           WRITE RELATORIO-REC
           PERFORM GRAVA-LINHA-PROGRAMA
               VARYING CONTADOR-PRG FROM 1 BY 1
               UNTIL CONTADOR-PRG > WRK-QTD-PROGRAMAS
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-SELECAO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       GRAVA-LINHA-REABERTO.
           MOVE SPACES TO RELATORIO-REC
           STRING '    TERMO ' DELIMITED SIZE
               REA-TERMO(CONTADOR-REA) DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-LINHA-DISCIPLINA.
           IF DSC-INSCRITOS(CONTADOR) > 0
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-LINHA-PROGRAMA.
           IF PRG-INSCRITOS(CONTADOR-PRG) > 0
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   PRG-AVALIADOS(CONTADOR-PRG) * 100
                   / PRG-INSCRITOS(CONTADOR-PRG)
           ELSE
               MOVE 0 TO WRK-PERCENTUAL
           END-IF
           MOVE PRG-PROGRAMA(CONTADOR-PRG) TO WRK-PROGRAMA
           IF WRK-PROGRAMA = SPACES
               MOVE 'S/P' TO WRK-PROGRAMA
           END-IF
           MOVE SPACES TO RELATORIO-REC
           STRING WRK-PROGRAMA DELIMITED SIZE
               '     ' PRG-INSCRITOS(CONTADOR-PRG) DELIMITED SIZE
               '     ' PRG-AVALIADOS(CONTADOR-PRG) DELIMITED SIZE
               '     ' WRK-PERCENTUAL DELIMITED SIZE
               '%' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * A step the DLYREST controller parked (restart or calendar)
      * logs itself skipped and ends RC 0.
       GRAVA-LOG-PULADO.
