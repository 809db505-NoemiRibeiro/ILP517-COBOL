      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPEMARC.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Nightly course-repeat run, after
      *             PROGR06 has posted the day's grades: for every
      *             student on ALUNOS it gathers the graded attempts
      *             at each discipline from the MATRARQV archive and
      *             the live MATRIMSTR master and applies the repeat
      *             rule (POL-REGRA-REPETICAO) of the term of the
      *             latest attempt - U only the latest attempt
      *             counts, M only the best grade (the latest of
      *             equal grades), T every attempt. An attempt that
      *             stops counting is flagged superseded
      *             (MAT-REPETICAO R) and its grade taken out of the
      *             ALUNOS totals; one that counts again (a policy
      *             change, a corrected grade under rule M) is
      *             cleared and put back. Every change is listed on
      *             REPEREL. Withdrawals, open incompletes and
      *             transfer credit are not attempts - they never
      *             fed the totals. Totals that a change would take
      *             below zero are left at zero and listed for a
      *             RECONCIL rebuild (RC 4).
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-MATRICULAS ASSIGN TO "MATRIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               ALTERNATE RECORD KEY IS MAT-CHAVE-CURSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT ARQ-ARQUIVO ASSIGN TO "MATRARQV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARV-CHAVE
               FILE STATUS IS WRK-STATUS-ARQUIVO.

           SELECT ARQ-POLITICAS ASSIGN TO "POLITERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-TERMO
               FILE STATUS IS WRK-STATUS-POLITICAS.

           SELECT ARQ-RELATORIO ASSIGN TO "REPEREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-ARQUIVO.
           COPY MATRIC01
               REPLACING ==MATRICULA-REC== BY ==ARQUIVO-REC==
                         LEADING ==MAT== BY ==ARV==.

       FD  ARQ-POLITICAS.
           COPY POLIREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ARQUIVO    PIC X(02).
       77 WRK-STATUS-POLITICAS  PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-QTD-ALUNOS-LIDOS  PIC 9(06) VALUE 0.
       77 WRK-QTD-SUPERADAS     PIC 9(06) VALUE 0.
       77 WRK-QTD-RESTAURADAS   PIC 9(06) VALUE 0.
       77 WRK-QTD-AJUSTADOS     PIC 9(06) VALUE 0.
       77 WRK-QTD-OCORRENCIAS   PIC 9(06) VALUE 0.
       77 WRK-CODIGO-GRUPO      PIC X(05).
       77 WRK-IDX-ULTIMA        PIC 9(03).
       77 WRK-IDX-MELHOR        PIC 9(03).
       77 WRK-IDX-CONTA         PIC 9(03).
       77 WRK-REGRA             PIC X(01).
       77 WRK-NOVA-REPETICAO    PIC X(01).
       77 WRK-ORIGEM            PIC X(01).
       77 WRK-DELTA-QTD         PIC S9(04).
       77 WRK-DELTA-SOMA        PIC S9(06)V9(01).
       77 WRK-NOVA-QTD          PIC S9(05).
       77 WRK-NOVA-SOMA         PIC S9(07)V9(01).
       77 WRK-NOTA-EXIBE        PIC Z9.9.
       77 WRK-ACAO              PIC X(14).
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).

       01 WRK-FIM-ALUNOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ALUNOS VALUE 'S'.

       01 WRK-FIM-MATRIC PIC X VALUE 'N'.
           88 NAO-HA-MAIS-MATRICULAS VALUE 'S'.

       01 WRK-FIM-ARQUIVO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ARQUIVO VALUE 'S'.

       01 WRK-TEM-ARQUIVO PIC X VALUE 'N'.
           88 HA-ARQUIVO VALUE 'S'.

       01 WRK-TEM-POLITICAS PIC X VALUE 'N'.
           88 HA-POLITICAS VALUE 'S'.

       01 WRK-EXCEDEU PIC X VALUE 'N'.
           88 TABELA-EXCEDIDA VALUE 'S'.

      * The graded attempts of the student in hand, archive first
      * and then live, each with the flag it carries now and the
      * one the rule gives it.
       01 TENTATIVAS-ALUNO.
           03 WRK-QTD-TENTATIVAS   PIC 9(03) VALUE 0.
           03 TEN-TAB OCCURS 200 TIMES.
               05 TEN-CODIGO       PIC X(05).
               05 TEN-TERMO        PIC 9(05).
               05 TEN-NOTA         PIC 9(02)V9(01).
               05 TEN-ORIGEM       PIC X(01).
                   88 TEN-NO-ARQUIVO VALUE 'A'.
                   88 TEN-NO-MESTRE  VALUE 'M'.
               05 TEN-REPETICAO    PIC X(01).
               05 TEN-TRATADA      PIC X(01).
       01 CONT-TEN         PIC 9(03).
       01 CONT-AUX         PIC 9(03).

       01 JRN-CHAMADA.
           03 JRN-PROGRAMA-CHAMADA PIC X(08) VALUE 'REPEMARC'.
           03 JRN-ARQUIVO-CHAMADA  PIC X(01).
           03 JRN-OPERACAO-CHAMADA PIC X(01).
           03 JRN-IMAGEM-CHAMADA   PIC X(140).

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'REPEMARC'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'REPEREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'REPEMARC'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'REPEMARC - REGRA DE REPETICAO DE DISCIPLINAS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           CALL 'STEPCTRL' USING LOG-PROGRAMA,
               WRK-DECISAO-PASSO, WRK-MOTIVO-PASSO
           IF WRK-DECISAO-PASSO = 'P'
               PERFORM GRAVA-LOG-PULADO
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM GRAVA-CABECALHO
           PERFORM LE-ALUNO UNTIL NAO-HA-MAIS-ALUNOS
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-MATRICULAS
           IF HA-ARQUIVO
               CLOSE ARQ-ARQUIVO
           END-IF
           IF HA-POLITICAS
               CLOSE ARQ-POLITICAS
           END-IF
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'ALUNOS EXAMINADOS.....: ' WRK-QTD-ALUNOS-LIDOS
           DISPLAY 'TENTATIVAS SUPERADAS..: ' WRK-QTD-SUPERADAS
           DISPLAY 'TENTATIVAS RESTAURADAS: ' WRK-QTD-RESTAURADAS
           DISPLAY 'TOTAIS AJUSTADOS......: ' WRK-QTD-AJUSTADOS
           DISPLAY 'OCORRENCIAS...........: ' WRK-QTD-OCORRENCIAS
           DISPLAY 'Relatorio gerado em REPEREL.'
           DISPLAY '---------------------------------------------------'
           PERFORM GRAVA-LOG-FIM
           STOP RUN.

      * A step the DLYREST restart controller marked as already
      * clean for this date logs itself skipped and ends RC 0,
      * so the rerun resumes at the failing step.
       GRAVA-LOG-PULADO.
           DISPLAY 'PASSO PULADO PELO CONTROLE DE REINICIO '
               '(DLYREST).'
           MOVE 'F' TO LOG-EVENTO
           IF WRK-MOTIVO-PASSO = 'CALENDARIO'
               MOVE 'PULADO-CAL' TO LOG-STATUS
           ELSE
               MOVE 'PULADO' TO LOG-STATUS
           END-IF
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

      * ALUNOS and MATRIMSTR are required. No MATRARQV means no
      * term has been archived yet; no POLITERM means every term
      * counts all attempts and nothing is flagged.
       ABRE-ARQUIVOS.
           OPEN I-O ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS '
                   '(MATRIMSTR). STATUS: ' WRK-STATUS-MATRICULAS
               CLOSE ARQ-ALUNOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-ARQUIVO
           IF WRK-STATUS-ARQUIVO = '00'
               SET HA-ARQUIVO TO TRUE
           ELSE
               IF WRK-STATUS-ARQUIVO NOT = '35'
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO MATRARQV. '
                       'STATUS: ' WRK-STATUS-ARQUIVO
                   CLOSE ARQ-ALUNOS
                   CLOSE ARQ-MATRICULAS
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ARQ-POLITICAS
           IF WRK-STATUS-POLITICAS = '00'
               SET HA-POLITICAS TO TRUE
           ELSE
               DISPLAY 'POLITERM INDISPONIVEL (STATUS '
                   WRK-STATUS-POLITICAS
                   '). TODAS AS TENTATIVAS CONTAM.'
           END-IF
           OPEN OUTPUT ARQ-RELATORIO.

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'REGRA DE REPETICAO DE DISCIPLINAS - '
               DELIMITED SIZE
               WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ALUNO      NOME                           '
               DELIMITED SIZE
               'DISC. TERMO NOTA REGRA ACAO' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       LE-ALUNO.
           READ ARQ-ALUNOS NEXT
               AT END
                   SET NAO-HA-MAIS-ALUNOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-ALUNOS-LIDOS
                   PERFORM CARREGA-TENTATIVAS
                   IF TABELA-EXCEDIDA
                       PERFORM LISTA-TABELA-EXCEDIDA
                   ELSE
                       PERFORM APLICA-REGRA-ALUNO
                   END-IF
           END-READ.

      ******************************************************************
      * Both files are keyed student + course code + term, so a
      * START on the student delivers its attempts together.
      ******************************************************************
       CARREGA-TENTATIVAS.
           MOVE 0 TO WRK-QTD-TENTATIVAS
           MOVE 'N' TO WRK-EXCEDEU
           IF HA-ARQUIVO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE MST-STUDENT-ID TO ARV-STUDENT-ID
               MOVE SPACES TO ARV-CODIGO
               MOVE 0 TO ARV-TERMO
               START ARQ-ARQUIVO KEY IS NOT LESS THAN ARV-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-ARQUIVO TO TRUE
               END-START
               PERFORM LE-TENTATIVA-ARQUIVO UNTIL NAO-HA-MAIS-ARQUIVO
           END-IF
           MOVE 'N' TO WRK-FIM-MATRIC
           MOVE MST-STUDENT-ID TO MAT-STUDENT-ID
           MOVE SPACES TO MAT-CODIGO
           MOVE 0 TO MAT-TERMO
           START ARQ-MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
           END-START
           PERFORM LE-TENTATIVA-MESTRE UNTIL NAO-HA-MAIS-MATRICULAS.

      * Withdrawals, open incompletes and transfer credit never fed
      * the totals and are not attempts under the rule.
       LE-TENTATIVA-ARQUIVO.
           READ ARQ-ARQUIVO NEXT
               AT END
                   SET NAO-HA-MAIS-ARQUIVO TO TRUE
               NOT AT END
                   IF ARV-STUDENT-ID NOT = MST-STUDENT-ID
                       SET NAO-HA-MAIS-ARQUIVO TO TRUE
                   ELSE
                       IF ARV-SITUACAO NOT = 'TRANCADO'
                           AND ARV-SITUACAO NOT = 'INCOMPLETO'
                           AND ARV-OPERADOR NOT = 'TRANSFIN'
                           MOVE ARQUIVO-REC TO MATRICULA-REC
                           MOVE 'A' TO WRK-ORIGEM
                           PERFORM GUARDA-TENTATIVA
                       END-IF
                   END-IF
           END-READ.

       LE-TENTATIVA-MESTRE.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   IF MAT-STUDENT-ID NOT = MST-STUDENT-ID
                       SET NAO-HA-MAIS-MATRICULAS TO TRUE
                   ELSE
                       IF MAT-SITUACAO NOT = 'TRANCADO'
                           AND MAT-SITUACAO NOT = 'INCOMPLETO'
                           MOVE 'M' TO WRK-ORIGEM
                           PERFORM GUARDA-TENTATIVA
                       END-IF
                   END-IF
           END-READ.

      * WRK-ORIGEM says which file the attempt came from (A
      * archive, M live), for the rewrite.
       GUARDA-TENTATIVA.
           IF WRK-QTD-TENTATIVAS < 200
               ADD 1 TO WRK-QTD-TENTATIVAS
               MOVE MAT-CODIGO TO TEN-CODIGO(WRK-QTD-TENTATIVAS)
               MOVE MAT-TERMO TO TEN-TERMO(WRK-QTD-TENTATIVAS)
               MOVE MAT-NOTA TO TEN-NOTA(WRK-QTD-TENTATIVAS)
               MOVE WRK-ORIGEM TO TEN-ORIGEM(WRK-QTD-TENTATIVAS)
               MOVE MAT-REPETICAO TO TEN-REPETICAO(WRK-QTD-TENTATIVAS)
               MOVE 'N' TO TEN-TRATADA(WRK-QTD-TENTATIVAS)
           ELSE
               SET TABELA-EXCEDIDA TO TRUE
           END-IF.

       LISTA-TABELA-EXCEDIDA.
           ADD 1 TO WRK-QTD-OCORRENCIAS
           MOVE SPACES TO RELATORIO-REC
           STRING MST-STUDENT-ID DELIMITED SIZE
               ' ' MST-NOME DELIMITED SIZE
               ' MAIS DE 200 TENTATIVAS - ALUNO NAO TRATADO'
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      ******************************************************************
      * Each discipline of the student is decided once, on its first
      * attempt in the table; the group's later entries are marked
      * done as they are seen. The deltas gathered over the groups
      * are applied to the ALUNOS totals in one rewrite.
      ******************************************************************
       APLICA-REGRA-ALUNO.
           MOVE 0 TO WRK-DELTA-QTD
           MOVE 0 TO WRK-DELTA-SOMA
           PERFORM TRATA-DISCIPLINA
               VARYING CONT-TEN FROM 1 BY 1
               UNTIL CONT-TEN > WRK-QTD-TENTATIVAS
           IF WRK-DELTA-QTD NOT = 0 OR WRK-DELTA-SOMA NOT = 0
               PERFORM AJUSTA-ALUNO-MESTRE
           END-IF.

       TRATA-DISCIPLINA.
           IF TEN-TRATADA(CONT-TEN) = 'N'
               MOVE TEN-CODIGO(CONT-TEN) TO WRK-CODIGO-GRUPO
               MOVE CONT-TEN TO WRK-IDX-ULTIMA
               MOVE CONT-TEN TO WRK-IDX-MELHOR
               PERFORM EXAMINA-TENTATIVA
                   VARYING CONT-AUX FROM CONT-TEN BY 1
                   UNTIL CONT-AUX > WRK-QTD-TENTATIVAS
               PERFORM BUSCA-REGRA-TERMO
               EVALUATE WRK-REGRA
                   WHEN 'U'
                       MOVE WRK-IDX-ULTIMA TO WRK-IDX-CONTA
                   WHEN 'M'
                       MOVE WRK-IDX-MELHOR TO WRK-IDX-CONTA
                   WHEN OTHER
                       MOVE 0 TO WRK-IDX-CONTA
               END-EVALUATE
               PERFORM DECIDE-TENTATIVA
                   VARYING CONT-AUX FROM CONT-TEN BY 1
                   UNTIL CONT-AUX > WRK-QTD-TENTATIVAS
           END-IF.

      * Latest by term; best by grade, the later term winning a tie.
       EXAMINA-TENTATIVA.
           IF TEN-CODIGO(CONT-AUX) = WRK-CODIGO-GRUPO
               MOVE 'S' TO TEN-TRATADA(CONT-AUX)
               IF TEN-TERMO(CONT-AUX) > TEN-TERMO(WRK-IDX-ULTIMA)
                   MOVE CONT-AUX TO WRK-IDX-ULTIMA
               END-IF
               IF TEN-NOTA(CONT-AUX) > TEN-NOTA(WRK-IDX-MELHOR)
                   OR (TEN-NOTA(CONT-AUX) = TEN-NOTA(WRK-IDX-MELHOR)
                   AND TEN-TERMO(CONT-AUX) > TEN-TERMO(WRK-IDX-MELHOR))
                   MOVE CONT-AUX TO WRK-IDX-MELHOR
               END-IF
           END-IF.

      * The rule of the term of the latest attempt governs the whole
      * set; no policy record, or a blank rule, counts every attempt.
       BUSCA-REGRA-TERMO.
           MOVE 'T' TO WRK-REGRA
           IF HA-POLITICAS
               MOVE TEN-TERMO(WRK-IDX-ULTIMA) TO POL-TERMO
               READ ARQ-POLITICAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REPETICAO-ULTIMA OR REPETICAO-MELHOR
                           MOVE POL-REGRA-REPETICAO TO WRK-REGRA
                       END-IF
               END-READ
           END-IF.

      * Index zero (rule T) leaves every attempt counting.
       DECIDE-TENTATIVA.
           IF TEN-CODIGO(CONT-AUX) = WRK-CODIGO-GRUPO
               IF WRK-IDX-CONTA = 0 OR CONT-AUX = WRK-IDX-CONTA
                   MOVE SPACE TO WRK-NOVA-REPETICAO
               ELSE
                   MOVE 'R' TO WRK-NOVA-REPETICAO
               END-IF
               IF WRK-NOVA-REPETICAO NOT = TEN-REPETICAO(CONT-AUX)
                   IF TEN-NO-ARQUIVO(CONT-AUX)
                       PERFORM REGRAVA-TENTATIVA-ARQUIVO
                   ELSE
                       PERFORM REGRAVA-TENTATIVA-MESTRE
                   END-IF
               END-IF
           END-IF.

       REGRAVA-TENTATIVA-ARQUIVO.
           MOVE MST-STUDENT-ID TO ARV-STUDENT-ID
           MOVE TEN-CODIGO(CONT-AUX) TO ARV-CODIGO
           MOVE TEN-TERMO(CONT-AUX) TO ARV-TERMO
           READ ARQ-ARQUIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-NOVA-REPETICAO TO ARV-REPETICAO
                   REWRITE ARQUIVO-REC
                   PERFORM CONTABILIZA-TENTATIVA
           END-READ.

       REGRAVA-TENTATIVA-MESTRE.
           MOVE MST-STUDENT-ID TO MAT-STUDENT-ID
           MOVE TEN-CODIGO(CONT-AUX) TO MAT-CODIGO
           MOVE TEN-TERMO(CONT-AUX) TO MAT-TERMO
           READ ARQ-MATRICULAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-NOVA-REPETICAO TO MAT-REPETICAO
                   REWRITE MATRICULA-REC
                   MOVE 'M' TO JRN-ARQUIVO-CHAMADA
                   MOVE 'R' TO JRN-OPERACAO-CHAMADA
                   MOVE MATRICULA-REC TO JRN-IMAGEM-CHAMADA
                   PERFORM GRAVA-JORNAL
                   PERFORM CONTABILIZA-TENTATIVA
           END-READ.

      * A superseded attempt leaves the totals with its grade; one
      * restored goes back in.
       CONTABILIZA-TENTATIVA.
           MOVE WRK-NOVA-REPETICAO TO TEN-REPETICAO(CONT-AUX)
           IF WRK-NOVA-REPETICAO = 'R'
               SUBTRACT 1 FROM WRK-DELTA-QTD
               SUBTRACT TEN-NOTA(CONT-AUX) FROM WRK-DELTA-SOMA
               ADD 1 TO WRK-QTD-SUPERADAS
               MOVE 'SUPERADA' TO WRK-ACAO
           ELSE
               ADD 1 TO WRK-DELTA-QTD
               ADD TEN-NOTA(CONT-AUX) TO WRK-DELTA-SOMA
               ADD 1 TO WRK-QTD-RESTAURADAS
               MOVE 'VOLTA A CONTAR' TO WRK-ACAO
           END-IF
           MOVE TEN-NOTA(CONT-AUX) TO WRK-NOTA-EXIBE
           MOVE SPACES TO RELATORIO-REC
           STRING MST-STUDENT-ID DELIMITED SIZE
               ' ' MST-NOME DELIMITED SIZE
               ' ' TEN-CODIGO(CONT-AUX) DELIMITED SIZE
               ' ' TEN-TERMO(CONT-AUX) DELIMITED SIZE
               ' ' WRK-NOTA-EXIBE DELIMITED SIZE
               '   ' WRK-REGRA DELIMITED SIZE
               '   ' WRK-ACAO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * The student record read by LE-ALUNO is still in the buffer.
       AJUSTA-ALUNO-MESTRE.
           COMPUTE WRK-NOVA-QTD = MST-QTD-NOTAS + WRK-DELTA-QTD
           COMPUTE WRK-NOVA-SOMA = MST-SOMA-NOTAS + WRK-DELTA-SOMA
           IF WRK-NOVA-QTD < 0 OR WRK-NOVA-SOMA < 0
               PERFORM LISTA-TOTAIS-INCONSISTENTES
               IF WRK-NOVA-QTD < 0
                   MOVE 0 TO WRK-NOVA-QTD
               END-IF
               IF WRK-NOVA-SOMA < 0
                   MOVE 0 TO WRK-NOVA-SOMA
               END-IF
           END-IF
           MOVE WRK-NOVA-QTD TO MST-QTD-NOTAS
           MOVE WRK-NOVA-SOMA TO MST-SOMA-NOTAS
           REWRITE ALUNO-MESTRE-REC
           MOVE 'A' TO JRN-ARQUIVO-CHAMADA
           MOVE 'R' TO JRN-OPERACAO-CHAMADA
           MOVE ALUNO-MESTRE-REC TO JRN-IMAGEM-CHAMADA
           PERFORM GRAVA-JORNAL
           ADD 1 TO WRK-QTD-AJUSTADOS.

       LISTA-TOTAIS-INCONSISTENTES.
           ADD 1 TO WRK-QTD-OCORRENCIAS
           MOVE SPACES TO RELATORIO-REC
           STRING MST-STUDENT-ID DELIMITED SIZE
               ' ' MST-NOME DELIMITED SIZE
               ' TOTAIS FICARIAM NEGATIVOS - ZERADOS. EXECUTE '
               DELIMITED SIZE
               'O RECONCIL MODO R' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ALUNOS EXAMINADOS: ' WRK-QTD-ALUNOS-LIDOS
               DELIMITED SIZE
               '  SUPERADAS: ' WRK-QTD-SUPERADAS DELIMITED SIZE
               '  RESTAURADAS: ' WRK-QTD-RESTAURADAS DELIMITED SIZE
               '  TOTAIS AJUSTADOS: ' WRK-QTD-AJUSTADOS
               DELIMITED SIZE
               '  OCORRENCIAS: ' WRK-QTD-OCORRENCIAS DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
           MOVE 'INICIADO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-ALUNOS-LIDOS TO LOG-QTD-LIDA
           COMPUTE LOG-QTD-GRAVADA =
               WRK-QTD-SUPERADAS + WRK-QTD-RESTAURADAS
           MOVE WRK-QTD-OCORRENCIAS TO LOG-QTD-REJEITADA
           IF WRK-QTD-OCORRENCIAS > 0
               MOVE 'REJEICOES' TO LOG-STATUS
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'CONCLUIDO' TO LOG-STATUS
           END-IF
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-ERRO.
           MOVE 8 TO RETURN-CODE
           MOVE 'F' TO LOG-EVENTO
           MOVE 'ERRO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

      * Every update to MATRIMSTR or ALUNOS leaves its after-image
      * on the JRNLMATR journal through MATRJRNL, so MSTRFWRD can
      * roll a restored backup forward to the point of failure.
       GRAVA-JORNAL.
           CALL 'MATRJRNL' USING JRN-PROGRAMA-CHAMADA,
               JRN-ARQUIVO-CHAMADA, JRN-OPERACAO-CHAMADA,
               JRN-IMAGEM-CHAMADA.
       END PROGRAM REPEMARC.
