      * 03/09/2026  The MATRARQV archive is now student-keyed: the
      *             audit positions on the student with a keyed
      *             START instead of a full archive scan.
      * 15/10/2026  The audit ends with the conferral verdict from the
      *             shared GRADAPUR subprogram - the same check the
      *             COLAGRAU degree conferral run applies - with the
      *             requirement groups still open and the final
      *             credit-weighted average.
      * 15/10/2026  A program requiring complementary activity hours
      *             gets one more group on the audit: the student's
      *             ATIVCOMP activities line by line, with the hours
      *             counted (each type up to its TIPOATIV maximum)
      *             against the hours the program requires.
      * 15/10/2026  The program of study is taken from the student's
      *             declaration on ALUNOS (MST-PROGRAMA, kept by
      *             DECLMANT) and printed with its curriculum
      *             version; it is asked only for a student with no
      *             program declared yet.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-ATIVIDADES ASSIGN TO "ATIVCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-CHAVE
               FILE STATUS IS WRK-STATUS-ATIVIDADES.

           SELECT ARQ-RELATORIO ASSIGN TO "GRADUREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-ATIVIDADES.
           COPY ATIVREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       77 WRK-GRP-EM-CURSO      PIC 9(04) VALUE 0.
       77 WRK-GRP-PENDENTES     PIC 9(04) VALUE 0.
       77 WRK-GRP-EXIGIDOS      PIC 9(03) VALUE 0.
       77 WRK-RESULTADO         PIC X(01).
       77 WRK-GRUPOS-PENDENTES  PIC 9(03).
       77 WRK-CRED-APURADOS     PIC 9(04).
       77 WRK-MEDIA-PONDERADA   PIC 9(02)V99.
       77 WRK-MEDIA-EXIBE       PIC Z9.99.
       77 WRK-HORAS-EXIGIDAS    PIC 9(04).
       77 WRK-HORAS-CUMPRIDAS   PIC 9(04).
       77 WRK-STATUS-ATIVIDADES PIC X(02).

       01 WRK-FIM-ATIVIDADES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ATIVIDADES VALUE 'S'.

       01 WRK-FIM-CURRICULO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-CURRICULO VALUE 'S'.

       01 CONTADOR        PIC 9(3) VALUE 1.
       01 WRK-HIST-IDX    PIC 9(3) VALUE 0.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'GRADUREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELGRADU'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO'
           ACCEPT WRK-STUDENT-ID
           PERFORM LOCALIZA-ALUNO
           IF MST-PROGRAMA NOT = SPACES
               MOVE MST-PROGRAMA TO WRK-PROGRAMA
               DISPLAY 'PROGRAMA DECLARADO: ' WRK-PROGRAMA
                   '  VERSAO: ' MST-VERSAO-CURRICULO
           ELSE
               DISPLAY 'ALUNO SEM PROGRAMA DECLARADO.'
               DISPLAY 'DIGITE O CODIGO DO PROGRAMA DE ESTUDOS '
                   '(EX: ADS)'
               ACCEPT WRK-PROGRAMA
               MOVE FUNCTION UPPER-CASE(WRK-PROGRAMA) TO WRK-PROGRAMA
           END-IF
           PERFORM CARREGA-HISTORICO
           PERFORM CARREGA-INSCRICOES-ABERTAS
           PERFORM GERA-AUDITORIA
           DISPLAY '---------------------------------------------------'
           DISPLAY 'Relatorio gerado em GRADUREL.'
           DISPLAY '---------------------------------------------------'
           GOBACK.

       LOCALIZA-ALUNO.
           OPEN INPUT ARQ-ALUNOS
               MST-STUDENT-ID DELIMITED SIZE
               ' - ' MST-NOME DELIMITED SIZE
               '  PROGRAMA: ' WRK-PROGRAMA DELIMITED SIZE
               ' VERSAO: ' MST-VERSAO-CURRICULO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           PERFORM GRAVA-TOTAL-GERAL
           CLOSE ARQ-CURRICULO
           CLOSE CATALOGO-DISCIPLINAS
           PERFORM GRAVA-PARECER-COLACAO
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       LE-CURRICULO.
           READ ARQ-CURRICULO NEXT
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * The verdict comes from GRADAPUR, not from the lines above, so
      * the printed audit and the conferral run can never disagree.
       GRAVA-PARECER-COLACAO.
           CALL 'GRADAPUR' USING WRK-STUDENT-ID, WRK-PROGRAMA,
               WRK-RESULTADO, WRK-GRUPOS-PENDENTES,
               WRK-CRED-APURADOS, WRK-MEDIA-PONDERADA,
               WRK-HORAS-EXIGIDAS, WRK-HORAS-CUMPRIDAS
           IF WRK-HORAS-EXIGIDAS > 0
               PERFORM GRAVA-GRUPO-HORAS
           END-IF
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE WRK-MEDIA-PONDERADA TO WRK-MEDIA-EXIBE
           MOVE SPACES TO RELATORIO-REC
           EVALUATE WRK-RESULTADO
               WHEN 'A'
                   STRING 'PARECER: APTO A COLACAO DE GRAU - MEDIA '
                       DELIMITED SIZE
                       'PONDERADA ' WRK-MEDIA-EXIBE DELIMITED SIZE
                       INTO RELATORIO-REC
                   END-STRING
               WHEN 'P'
                   STRING 'PARECER: PENDENTE - ' DELIMITED SIZE
                       WRK-GRUPOS-PENDENTES DELIMITED SIZE
                       ' GRUPO(S) EM ABERTO - MEDIA PONDERADA '
                       DELIMITED SIZE
                       WRK-MEDIA-EXIBE DELIMITED SIZE
                       INTO RELATORIO-REC
                   END-STRING
               WHEN OTHER
                   MOVE 'PARECER: AUDITORIA INDISPONIVEL.'
                       TO RELATORIO-REC
           END-EVALUATE
           WRITE RELATORIO-REC.

       GRAVA-GRUPO-HORAS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'GRUPO HRS - ATIVIDADES COMPLEMENTARES (EXIGIDAS '
               DELIMITED SIZE
               WRK-HORAS-EXIGIDAS DELIMITED SIZE
               ' HORAS)' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE 'N' TO WRK-FIM-ATIVIDADES
           OPEN INPUT ARQ-ATIVIDADES
           IF WRK-STATUS-ATIVIDADES = '00'
               MOVE WRK-STUDENT-ID TO ATV-STUDENT-ID
               MOVE 0 TO ATV-SEQUENCIA
               START ARQ-ATIVIDADES KEY IS NOT LESS THAN ATV-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-ATIVIDADES TO TRUE
               END-START
               PERFORM GRAVA-LINHA-ATIVIDADE
                   UNTIL NAO-HA-MAIS-ATIVIDADES
               CLOSE ARQ-ATIVIDADES
           END-IF
           MOVE SPACES TO RELATORIO-REC
           STRING '  TOTAL DO GRUPO - HORAS VALIDAS: ' DELIMITED SIZE
               WRK-HORAS-CUMPRIDAS DELIMITED SIZE
               '  EXIGIDAS: ' WRK-HORAS-EXIGIDAS DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-LINHA-ATIVIDADE.
           READ ARQ-ATIVIDADES NEXT
               AT END
                   SET NAO-HA-MAIS-ATIVIDADES TO TRUE
               NOT AT END
                   IF ATV-STUDENT-ID = WRK-STUDENT-ID
                       MOVE SPACES TO RELATORIO-REC
                       STRING '  ' ATV-TIPO DELIMITED SIZE
                           ' ' ATV-INSTITUICAO DELIMITED SIZE
                           ' ' ATV-HORAS DELIMITED SIZE
                           ' H  ' ATV-DATA-ATIVIDADE DELIMITED SIZE
                           INTO RELATORIO-REC
                       END-STRING
                       WRITE RELATORIO-REC
                   ELSE
                       SET NAO-HA-MAIS-ATIVIDADES TO TRUE
                   END-IF
           END-READ.
       END PROGRAM RELGRADU.
