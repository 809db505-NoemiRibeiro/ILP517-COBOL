      *             is written - a standing computed from partial
      *             data was being recorded as fact, with only a
      *             console line to say students were dropped.
      * 15/10/2026  Each standing record carries the student's
      *             declared program of study from ALUNOS
      *             (STD-PROGRAMA), and the run closes with the
      *             standing counts broken down by program.
      * 15/10/2026  An attempt flagged superseded under the course-
      *             repeat rule (MAT-REPETICAO R) no longer counts in
      *             the term's grade average or credits on STANDMSTR; a
      *             rerun for an earlier term after a later retake
      *             reflects the replacement.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-STANDING   PIC X(02).
       77 WRK-STATUS-CATALOGO   PIC X(02).
       77 WRK-STATUS-TERMCAL    PIC X(02).
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-PROGRAMA-EXIBE    PIC X(05).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-TERMO-SELECAO     PIC 9(05).
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       01 CONTADOR        PIC 9(3) VALUE 1.
       01 WRK-APU-IDX     PIC 9(3) VALUE 0.

       01 WRK-ALUNOS-DISPONIVEL PIC X VALUE 'N'.
           88 ALUNOS-DISPONIVEL VALUE 'S'.

      * Standing counts per declared program; a student with no
      * program declared is counted under a blank program.
       01 TOTAIS-PROGRAMA.
           03 WRK-QTD-PROGRAMAS    PIC 9(02) VALUE 0.
           03 PRG-TAB OCCURS 50 TIMES.
               05 PRG-PROGRAMA     PIC X(05).
               05 PRG-ALUNOS       PIC 9(04).
               05 PRG-DESTAQUE     PIC 9(04).
               05 PRG-REGULAR      PIC 9(04).
               05 PRG-PROBATORIO   PIC 9(04).
               05 PRG-SUSPENSO     PIC 9(04).

       01 CONTADOR-PRG    PIC 9(2) VALUE 1.
       01 WRK-PRG-IDX     PIC 9(2) VALUE 0.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'ALUNSTAT'.
           03 LOG-EVENTO        PIC X(01).
               UNTIL CONTADOR > WRK-QTD-ALUNOS
           CLOSE ARQ-STANDING
           CLOSE CATALOGO-DISCIPLINAS
           IF ALUNOS-DISPONIVEL
               CLOSE ARQ-ALUNOS
           END-IF
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'LANCAMENTOS LIDOS....: ' WRK-QTD-LIDA
           DISPLAY 'SITUACOES GRAVADAS...: ' WRK-QTD-GRAVADA
           DISPLAY 'PROGR ALUNOS DESTAQUE REGULAR PROBAT. SUSPENSO'
           PERFORM EXIBE-TOTAL-PROGRAMA
               VARYING CONTADOR-PRG FROM 1 BY 1
               UNTIL CONTADOR-PRG > WRK-QTD-PROGRAMAS
           DISPLAY '---------------------------------------------------'
           STOP RUN.

                   '(STANDMSTR). STATUS: ' WRK-STATUS-STANDING
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS = '00'
               SET ALUNOS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'ALUNOS INDISPONIVEL (STATUS '
                   WRK-STATUS-ALUNOS '). SITUACOES SEM PROGRAMA.'
           END-IF.

       APURA-TERMO.
                   IF MAT-TERMO = WRK-TERMO-SELECAO
                       AND MAT-SITUACAO NOT = 'TRANCADO'
                       AND MAT-SITUACAO NOT = 'INCOMPLETO'
                       AND NOT MAT-TENTATIVA-SUPERADA
                       ADD 1 TO WRK-QTD-LIDA
                       PERFORM ACUMULA-ALUNO
                   END-IF
                   MOVE 'R' TO STD-CLASSIFICACAO
           END-EVALUATE
           MOVE WRK-DATA-HOJE TO STD-DATA-APURACAO
           PERFORM BUSCA-PROGRAMA-ALUNO
           WRITE STANDING-REC
               INVALID KEY
                   REWRITE STANDING-REC
           END-WRITE
           ADD 1 TO WRK-QTD-GRAVADA
           PERFORM ACUMULA-PROGRAMA.

       BUSCA-PROGRAMA-ALUNO.
           MOVE SPACES TO STD-PROGRAMA
           IF ALUNOS-DISPONIVEL
               MOVE STD-STUDENT-ID TO MST-STUDENT-ID
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MST-PROGRAMA TO STD-PROGRAMA
               END-READ
           END-IF.

       ACUMULA-PROGRAMA.
           MOVE 0 TO WRK-PRG-IDX
           PERFORM LOCALIZA-PROGRAMA
               VARYING CONTADOR-PRG FROM 1 BY 1
               UNTIL CONTADOR-PRG > WRK-QTD-PROGRAMAS
           IF WRK-PRG-IDX = 0
               IF WRK-QTD-PROGRAMAS < 50
                   ADD 1 TO WRK-QTD-PROGRAMAS
                   MOVE WRK-QTD-PROGRAMAS TO WRK-PRG-IDX
                   INITIALIZE PRG-TAB(WRK-PRG-IDX)
                   MOVE STD-PROGRAMA TO PRG-PROGRAMA(WRK-PRG-IDX)
               ELSE
                   DISPLAY 'LIMITE DE 50 PROGRAMAS EXCEDIDO. '
                       'TOTAL POR PROGRAMA INCOMPLETO.'
               END-IF
           END-IF
           IF WRK-PRG-IDX NOT = 0
               ADD 1 TO PRG-ALUNOS(WRK-PRG-IDX)
               EVALUATE TRUE
                   WHEN STANDING-DESTAQUE
                       ADD 1 TO PRG-DESTAQUE(WRK-PRG-IDX)
                   WHEN STANDING-PROBATORIO
                       ADD 1 TO PRG-PROBATORIO(WRK-PRG-IDX)
                   WHEN STANDING-SUSPENSO
                       ADD 1 TO PRG-SUSPENSO(WRK-PRG-IDX)
                   WHEN OTHER
                       ADD 1 TO PRG-REGULAR(WRK-PRG-IDX)
               END-EVALUATE
           END-IF.

       LOCALIZA-PROGRAMA.
           IF PRG-PROGRAMA(CONTADOR-PRG) = STD-PROGRAMA
               MOVE CONTADOR-PRG TO WRK-PRG-IDX
           END-IF.

       EXIBE-TOTAL-PROGRAMA.
           MOVE PRG-PROGRAMA(CONTADOR-PRG) TO WRK-PROGRAMA-EXIBE
           IF WRK-PROGRAMA-EXIBE = SPACES
               MOVE '(S/P)' TO WRK-PROGRAMA-EXIBE
           END-IF
           DISPLAY WRK-PROGRAMA-EXIBE ' '
               PRG-ALUNOS(CONTADOR-PRG) '   '
               PRG-DESTAQUE(CONTADOR-PRG) '     '
               PRG-REGULAR(CONTADOR-PRG) '    '
               PRG-PROBATORIO(CONTADOR-PRG) '    '
               PRG-SUSPENSO(CONTADOR-PRG).

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
