      *             across every discipline, so it keeps its
      *             single pass, declared against the keyed master
      *             like the other discipline-led reports.
      * 15/10/2026  Students the COLAGRAU conferral run has set to
      *             graduated on ALUNOS are left off the report.
      * 15/10/2026  The at-risk students are now grouped by the
      *             advisor ORIEMANT assigned on ORIENTA (students
      *             with none come last), worst-first within each
      *             advisor, and each one shows the last contact
      *             date from the CONTATO log. A follow-up list of
      *             the at-risk students with no contact in the
      *             last N days (asked at start, 0 = 30) goes to
      *             ACOMPREL for the retention meetings.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
               RECORD KEY IS STD-CHAVE
               FILE STATUS IS WRK-STATUS-STANDING.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-ORIENTACAO ASSIGN TO "ORIENTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORI-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ORIENTACAO.

           SELECT ARQ-CONTATOS ASSIGN TO "CONTATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-STATUS-CONTATOS.

           SELECT ARQ-INSTRUTORES ASSIGN TO "INSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IST-ID
               FILE STATUS IS WRK-STATUS-INSTRUTORES.

           SELECT ARQ-RELATORIO ASSIGN TO "RISCOREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-ACOMPANHAMENTO ASSIGN TO "ACOMPREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  ARQ-STANDING.
           COPY STANDREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-ORIENTACAO.
           COPY ORIEREC.

       FD  ARQ-CONTATOS.
           COPY CONTREC.

       FD  ARQ-INSTRUTORES.
           COPY INSTREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       FD  ARQ-ACOMPANHAMENTO.
       01  ACOMPANHAMENTO-REC      PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-NOTA-EXIBE        PIC Z9.9.
       77 WRK-STATUS-STANDING   PIC X(02).
       77 WRK-CLASSIFICACAO     PIC X(12).
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-ALUNOS-DISPONIVEL PIC X(01) VALUE 'N'.
       77 WRK-STATUS-ORIENTACAO  PIC X(02).
       77 WRK-STATUS-CONTATOS    PIC X(02).
       77 WRK-STATUS-INSTRUTORES PIC X(02).
       77 WRK-DIAS-SEM-CONTATO  PIC 9(03).
       77 WRK-LIMITE-CONTATO-PADRAO PIC 9(03) VALUE 30.
       77 WRK-DIAS-DESDE-CONTATO PIC 9(05).
       77 WRK-QTD-SEM-CONTATO   PIC 9(03) VALUE 0.
       77 WRK-ORIENTADOR-ANTERIOR PIC X(06).

       01 WRK-ORIENTACAO-DISPONIVEL PIC X VALUE 'N'.
           88 ORIENTACAO-DISPONIVEL VALUE 'S'.

       01 WRK-CONTATOS-DISPONIVEL PIC X VALUE 'N'.
           88 CONTATOS-DISPONIVEL VALUE 'S'.

       01 WRK-INSTRUTORES-DISPONIVEL PIC X VALUE 'N'.
           88 INSTRUTORES-DISPONIVEL VALUE 'S'.

       01 WRK-FIM-CONTATOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-CONTATOS VALUE 'S'.

       01 WRK-ALUNO-FORMADO PIC X VALUE 'N'.
           88 ALUNO-JA-FORMADO VALUE 'S'.

       01 WRK-FIM-STANDING PIC X VALUE 'N'.
           88 NAO-HA-MAIS-STANDING VALUE 'S'.
               05 RSC-STUDENT-ID       PIC X(10).
               05 RSC-NOME             PIC X(30).
               05 RSC-QTD-OCORRENCIAS  PIC 9(02).
               05 RSC-ORIENTADOR       PIC X(06).
               05 RSC-ULTIMO-CONTATO   PIC 9(08).
               05 RSC-OCORRENCIA-TAB OCCURS 10 TIMES.
                   07 RSC-CODIGO       PIC X(05).
                   07 RSC-MATERIA      PIC X(35).
       01 WRK-RSC-IDX      PIC 9(3) VALUE 0.
       01 WRK-TROCOU       PIC X(1).
       01 WRK-ELEMENTO-TROCA PIC X(700).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'RISCOREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELRISCO'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "INFORME O TERMO CORRENTE (AAAAS)"
           ACCEPT WRK-TERMO-SELECAO
           DISPLAY "INFORME OS DIAS SEM CONTATO PARA O "
               "ACOMPANHAMENTO (0 = " WRK-LIMITE-CONTATO-PADRAO ")"
           ACCEPT WRK-DIAS-SEM-CONTATO
           IF WRK-DIAS-SEM-CONTATO = 0
               MOVE WRK-LIMITE-CONTATO-PADRAO TO WRK-DIAS-SEM-CONTATO
           END-IF
           PERFORM APURA-MATRICULAS
           PERFORM ORDENA-PIOR-PRIMEIRO
           PERFORM GRAVA-RELATORIO
           DISPLAY "-----------------------------------------------"
           DISPLAY "Relatorio gerado em RISCOREL."
           DISPLAY "SEM CONTATO HA MAIS DE " WRK-DIAS-SEM-CONTATO
               " DIAS: " WRK-QTD-SEM-CONTATO " (ACOMPREL)"
           DISPLAY "-----------------------------------------------"
           GOBACK.

       APURA-MATRICULAS.
           OPEN INPUT ARQ-MATRICULAS
                       WRK-STATUS-MATRICULAS
                   GOBACK
               END-IF
               OPEN INPUT ARQ-ALUNOS
               IF WRK-STATUS-ALUNOS = "00"
                   MOVE "S" TO WRK-ALUNOS-DISPONIVEL
               END-IF
               OPEN INPUT ARQ-ORIENTACAO
               IF WRK-STATUS-ORIENTACAO = "00"
                   SET ORIENTACAO-DISPONIVEL TO TRUE
               END-IF
               OPEN INPUT ARQ-CONTATOS
               IF WRK-STATUS-CONTATOS = "00"
                   SET CONTATOS-DISPONIVEL TO TRUE
               END-IF
               PERFORM LE-MATRICULA UNTIL NAO-HA-MAIS-MATRICULAS
               CLOSE ARQ-MATRICULAS
               IF WRK-ALUNOS-DISPONIVEL = "S"
                   CLOSE ARQ-ALUNOS
               END-IF
               IF ORIENTACAO-DISPONIVEL
                   CLOSE ARQ-ORIENTACAO
               END-IF
               IF CONTATOS-DISPONIVEL
                   CLOSE ARQ-CONTATOS
               END-IF
           END-IF.

       LE-MATRICULA.
                       AND (MAT-SITUACAO = "REPROVADO"
                           OR MAT-SITUACAO = "REPROVADO POR FALTA"
                           OR MAT-SITUACAO = "EM RECUPERACAO")
                       PERFORM CONFERE-FORMADO
                       IF NOT ALUNO-JA-FORMADO
                           PERFORM ACUMULA-OCORRENCIA
                       END-IF
                   END-IF
           END-READ.

      * Without ALUNOS every student stays on the report, as before.
       CONFERE-FORMADO.
           MOVE "N" TO WRK-ALUNO-FORMADO
           IF WRK-ALUNOS-DISPONIVEL = "S"
               MOVE MAT-STUDENT-ID TO MST-STUDENT-ID
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALUNO-FORMADO
                           SET ALUNO-JA-FORMADO TO TRUE
                       END-IF
               END-READ
           END-IF.

       ACUMULA-OCORRENCIA.
           MOVE 0 TO WRK-RSC-IDX
           PERFORM VARYING CONTADOR FROM 1 BY 1
                   INITIALIZE RISCO-TAB(WRK-RSC-IDX)
                   MOVE MAT-STUDENT-ID TO RSC-STUDENT-ID(WRK-RSC-IDX)
                   MOVE MAT-NOME TO RSC-NOME(WRK-RSC-IDX)
                   PERFORM BUSCA-ORIENTACAO
               ELSE
                   DISPLAY "LIMITE DE 200 ALUNOS EM RISCO EXCEDIDO. "
                       "REGISTRO IGNORADO."
                   RSC-QTD-OCORRENCIAS(WRK-RSC-IDX))
           END-IF.

      * Students without an advisor carry HIGH-VALUES so the sort
      * leaves them in a last group of their own.
       BUSCA-ORIENTACAO.
           MOVE HIGH-VALUES TO RSC-ORIENTADOR(WRK-RSC-IDX)
           MOVE 0 TO RSC-ULTIMO-CONTATO(WRK-RSC-IDX)
           IF ORIENTACAO-DISPONIVEL
               MOVE MAT-STUDENT-ID TO ORI-STUDENT-ID
               READ ARQ-ORIENTACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ORI-IST-ID TO RSC-ORIENTADOR(WRK-RSC-IDX)
               END-READ
           END-IF
           IF CONTATOS-DISPONIVEL
               MOVE 'N' TO WRK-FIM-CONTATOS
               MOVE MAT-STUDENT-ID TO CTT-STUDENT-ID
               MOVE 0 TO CTT-DATA
               MOVE 0 TO CTT-SEQUENCIA
               START ARQ-CONTATOS KEY IS NOT LESS THAN CTT-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-CONTATOS TO TRUE
               END-START
               PERFORM LE-CONTATO UNTIL NAO-HA-MAIS-CONTATOS
           END-IF.

      * CONTATO is in date order within the student, so the last
      * record read is the latest contact.
       LE-CONTATO.
           READ ARQ-CONTATOS NEXT
               AT END
                   SET NAO-HA-MAIS-CONTATOS TO TRUE
               NOT AT END
                   IF CTT-STUDENT-ID = MAT-STUDENT-ID
                       MOVE CTT-DATA
                           TO RSC-ULTIMO-CONTATO(WRK-RSC-IDX)
                   ELSE
                       SET NAO-HA-MAIS-CONTATOS TO TRUE
                   END-IF
           END-READ.

      * Grouped by advisor, worst first within the advisor: simple
      * exchange sort; the table never exceeds 200 entries.
       ORDENA-PIOR-PRIMEIRO.
           MOVE 'S' TO WRK-TROCOU
           PERFORM ORDENA-PASSAGEM UNTIL WRK-TROCOU = 'N'.
           MOVE 'N' TO WRK-TROCOU
           PERFORM VARYING CONT-ORDENA FROM 1 BY 1
               UNTIL CONT-ORDENA >= WRK-QTD-ALUNOS
               IF RSC-ORIENTADOR(CONT-ORDENA) >
                   RSC-ORIENTADOR(CONT-ORDENA + 1)
                   OR (RSC-ORIENTADOR(CONT-ORDENA) =
                   RSC-ORIENTADOR(CONT-ORDENA + 1)
                   AND RSC-QTD-OCORRENCIAS(CONT-ORDENA) <
                   RSC-QTD-OCORRENCIAS(CONT-ORDENA + 1))
                   MOVE RISCO-TAB(CONT-ORDENA) TO WRK-ELEMENTO-TROCA
                   MOVE RISCO-TAB(CONT-ORDENA + 1)
                       TO RISCO-TAB(CONT-ORDENA)

       GRAVA-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO
           OPEN OUTPUT ARQ-ACOMPANHAMENTO
           OPEN INPUT ARQ-INSTRUTORES
           IF WRK-STATUS-INSTRUTORES = "00"
               SET INSTRUTORES-DISPONIVEL TO TRUE
           END-IF
           MOVE SPACES TO ACOMPANHAMENTO-REC
           STRING "ALUNOS EM RISCO NO TERMO " DELIMITED SIZE
               WRK-TERMO-SELECAO DELIMITED SIZE
               " SEM CONTATO HA MAIS DE " DELIMITED SIZE
               WRK-DIAS-SEM-CONTATO DELIMITED SIZE
               " DIAS - " WRK-DATA-HOJE DELIMITED SIZE
               INTO ACOMPANHAMENTO-REC
           END-STRING
           WRITE ACOMPANHAMENTO-REC
           MOVE SPACES TO ACOMPANHAMENTO-REC
           MOVE "MATRICULA" TO ACOMPANHAMENTO-REC(1:9)
           MOVE "NOME" TO ACOMPANHAMENTO-REC(12:4)
           MOVE "ORIENTADOR" TO ACOMPANHAMENTO-REC(43:10)
           MOVE "ULT.CONTATO" TO ACOMPANHAMENTO-REC(81:11)
           MOVE "DIAS" TO ACOMPANHAMENTO-REC(93:4)
           WRITE ACOMPANHAMENTO-REC
           MOVE LOW-VALUES TO WRK-ORIENTADOR-ANTERIOR
           MOVE SPACES TO RELATORIO-REC
           STRING "ALUNOS EM RISCO NO TERMO " DELIMITED SIZE
               WRK-TERMO-SELECAO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO ACOMPANHAMENTO-REC
           STRING "ALUNOS SEM CONTATO: " DELIMITED SIZE
               WRK-QTD-SEM-CONTATO DELIMITED SIZE
               INTO ACOMPANHAMENTO-REC
           END-STRING
           WRITE ACOMPANHAMENTO-REC
           IF INSTRUTORES-DISPONIVEL
               CLOSE ARQ-INSTRUTORES
           END-IF
           CLOSE ARQ-ACOMPANHAMENTO
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-SELECAO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       GRAVA-ALUNO-EM-RISCO.
           IF RSC-QTD-OCORRENCIAS(CONTADOR) >= 2
               ADD 1 TO WRK-QTD-EM-RISCO
               IF RSC-ORIENTADOR(CONTADOR) NOT = WRK-ORIENTADOR-ANTERIOR
                   PERFORM GRAVA-CABECALHO-ORIENTADOR
               END-IF
               MOVE SPACES TO RELATORIO-REC
               STRING RSC-STUDENT-ID(CONTADOR) DELIMITED SIZE
                   " " RSC-NOME(CONTADOR) DELIMITED SIZE
                   RSC-QTD-OCORRENCIAS(CONTADOR) DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               IF RSC-ULTIMO-CONTATO(CONTADOR) = 0
                   MOVE "SEM CONTATO" TO RELATORIO-REC(76:11)
               ELSE
                   MOVE "ULT.CONTATO " TO RELATORIO-REC(76:12)
                   MOVE RSC-ULTIMO-CONTATO(CONTADOR)
                       TO RELATORIO-REC(88:8)
               END-IF
               WRITE RELATORIO-REC
               PERFORM VERIFICA-ACOMPANHAMENTO
               PERFORM GRAVA-OCORRENCIA
                   VARYING CONT-OCOR FROM 1 BY 1
                   UNTIL CONT-OCOR > RSC-QTD-OCORRENCIAS(CONTADOR)
               PERFORM GRAVA-TRAJETORIA
           END-IF.

       GRAVA-CABECALHO-ORIENTADOR.
           MOVE RSC-ORIENTADOR(CONTADOR) TO WRK-ORIENTADOR-ANTERIOR
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           IF RSC-ORIENTADOR(CONTADOR) = HIGH-VALUES
               MOVE "ORIENTADOR: NAO ATRIBUIDO" TO RELATORIO-REC
           ELSE
               PERFORM LE-ORIENTADOR
               STRING "ORIENTADOR: " DELIMITED SIZE
                   RSC-ORIENTADOR(CONTADOR) DELIMITED SIZE
                   " " IST-NOME DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           END-IF
           WRITE RELATORIO-REC.

       LE-ORIENTADOR.
           MOVE SPACES TO IST-NOME
           IF INSTRUTORES-DISPONIVEL
               MOVE RSC-ORIENTADOR(CONTADOR) TO IST-ID
               READ ARQ-INSTRUTORES
                   INVALID KEY
                       MOVE SPACES TO IST-NOME
               END-READ
           END-IF.

      * Follow-up list: never contacted, or the last contact is
      * older than the days asked for.
       VERIFICA-ACOMPANHAMENTO.
           IF RSC-ULTIMO-CONTATO(CONTADOR) = 0
               MOVE 0 TO WRK-DIAS-DESDE-CONTATO
           ELSE
               COMPUTE WRK-DIAS-DESDE-CONTATO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(
                       RSC-ULTIMO-CONTATO(CONTADOR))
           END-IF
           IF RSC-ULTIMO-CONTATO(CONTADOR) = 0
               OR WRK-DIAS-DESDE-CONTATO > WRK-DIAS-SEM-CONTATO
               ADD 1 TO WRK-QTD-SEM-CONTATO
               MOVE SPACES TO ACOMPANHAMENTO-REC
               MOVE RSC-STUDENT-ID(CONTADOR)
                   TO ACOMPANHAMENTO-REC(1:10)
               MOVE RSC-NOME(CONTADOR) TO ACOMPANHAMENTO-REC(12:30)
               IF RSC-ORIENTADOR(CONTADOR) = HIGH-VALUES
                   MOVE "NAO ATRIBUIDO" TO ACOMPANHAMENTO-REC(43:13)
               ELSE
                   MOVE RSC-ORIENTADOR(CONTADOR)
                       TO ACOMPANHAMENTO-REC(43:6)
                   MOVE IST-NOME(1:30) TO ACOMPANHAMENTO-REC(50:30)
               END-IF
               IF RSC-ULTIMO-CONTATO(CONTADOR) = 0
                   MOVE "NENHUM" TO ACOMPANHAMENTO-REC(81:6)
               ELSE
                   MOVE RSC-ULTIMO-CONTATO(CONTADOR)
                       TO ACOMPANHAMENTO-REC(81:8)
                   MOVE WRK-DIAS-DESDE-CONTATO
                       TO ACOMPANHAMENTO-REC(93:5)
               END-IF
               WRITE ACOMPANHAMENTO-REC
           END-IF.

      * Trajectory from the STANDMSTR history written by ALUNSTAT;
      * a site that never ran ALUNSTAT just omits the lines.
       GRAVA-TRAJETORIA.
