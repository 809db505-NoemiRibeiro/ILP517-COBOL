      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADAPUR.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New subprogram. The RELGRADU graduation audit as a
      *             callable verdict: walks a student's history (the
      *             MATRARQV archive, then the live MATRIMSTR, with
      *             an APROVADO never downgraded by a later retake)
      *             and the active INSCRICAO roster against the
      *             CURRMSTR curriculum of a program of study, and
      *             returns A (every requirement group complete), P
      *             (groups still open, with their count) or E (no
      *             curriculum or catalog to audit against), the
      *             credits completed and the credit-weighted average
      *             of the disciplines passed. A group is complete
      *             when its completed credits reach the credits it
      *             requires; a group requiring none must have every
      *             discipline completed. Called by COLAGRAU for each
      *             conferral candidate and by RELGRADU for the
      *             verdict line of the printed audit.
      * 15/10/2026  The complementary activity hours a program states
      *             on CURRMSTR count as one more requirement group:
      *             the student's ATIVCOMP hours, each type counted
      *             up to its TIPOATIV maximum, must reach them. The
      *             hours required and the hours counted are returned
      *             to the caller.
      * 15/10/2026  An attempt superseded under the course-repeat rule
      *             is left out of the history walk, so the credits
      *             and the average agree with the HISTEMIT transcript.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CURRICULO ASSIGN TO "CURRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CHAVE
               FILE STATUS IS WRK-STATUS-CURRICULO.

           SELECT CATALOGO-DISCIPLINAS ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS WRK-STATUS-CATALOGO.

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

           SELECT ARQ-INSCRICAO ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CHAVE
               FILE STATUS IS WRK-STATUS-INSCRICAO.

           SELECT ARQ-ATIVIDADES ASSIGN TO "ATIVCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-CHAVE
               FILE STATUS IS WRK-STATUS-ATIVIDADES.

           SELECT ARQ-TIPOS ASSIGN TO "TIPOATIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-TIPO
               FILE STATUS IS WRK-STATUS-TIPOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-CURRICULO.
           COPY CURRREC.

       FD  CATALOGO-DISCIPLINAS.
           COPY CATDISC.

       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-ARQUIVO.
           COPY MATRIC01
               REPLACING ==MATRICULA-REC== BY ==ARQUIVO-REC==
                         LEADING ==MAT== BY ==ARV==.

       FD  ARQ-INSCRICAO.
           COPY INSCREC.

       FD  ARQ-ATIVIDADES.
           COPY ATIVREC.

       FD  ARQ-TIPOS.
           COPY TPATREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CURRICULO  PIC X(02).
       77 WRK-STATUS-CATALOGO   PIC X(02).
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ARQUIVO    PIC X(02).
       77 WRK-STATUS-INSCRICAO  PIC X(02).
       77 WRK-GRUPO-ANTERIOR    PIC X(03).
       77 WRK-CREDITOS-DISC     PIC 9(03).
       77 WRK-CODIGO-BUSCA      PIC X(05).
       77 WRK-QTD-EXIGENCIAS    PIC 9(04).
       77 WRK-GRP-CONCLUIDOS    PIC 9(04).
       77 WRK-GRP-ABERTOS       PIC 9(04).
       77 WRK-GRP-EXIGIDOS      PIC 9(03).
       77 WRK-SOMA-PONDERADA    PIC 9(07)V9(01).
       77 WRK-SOMA-CREDITOS     PIC 9(05).
       77 WRK-STATUS-ATIVIDADES PIC X(02).
       77 WRK-STATUS-TIPOS      PIC X(02).
       77 WRK-HORAS-CONTADAS    PIC 9(05).
       77 WRK-TIPOS-DISPONIVEL  PIC X(01) VALUE 'N'.

       01 WRK-FIM-ATIVIDADES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ATIVIDADES VALUE 'S'.

       01 HORAS-POR-TIPO.
           03 WRK-QTD-TIPOS       PIC 9(02) VALUE 0.
           03 TIPO-TAB OCCURS 30 TIMES.
               05 TIP-TIPO            PIC X(02).
               05 TIP-HORAS           PIC 9(05).

       01 WRK-TIP-IDX     PIC 9(02) VALUE 0.

       01 WRK-FIM-CURRICULO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-CURRICULO VALUE 'S'.

       01 WRK-FIM-MATRICULAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-MATRICULAS VALUE 'S'.

       01 WRK-FIM-ARQUIVO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ARQUIVO VALUE 'S'.

       01 WRK-FIM-ROL PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ROL VALUE 'S'.

       01 WRK-TEM-GRUPO PIC X VALUE 'N'.
           88 GRUPO-ABERTO VALUE 'S'.

       01 HISTORICO-APURADO.
           03 WRK-QTD-HIST        PIC 9(03) VALUE 0.
           03 HIST-TAB OCCURS 200 TIMES.
               05 HST-CODIGO          PIC X(05).
               05 HST-SITUACAO        PIC X(20).
               05 HST-NOTA            PIC 9(02)V9(01).

       01 CONTADOR        PIC 9(3) VALUE 1.
       01 WRK-HIST-IDX    PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 LNK-STUDENT-ID       PIC X(10).
       01 LNK-PROGRAMA         PIC X(05).
       01 LNK-RESULTADO        PIC X(01).
       01 LNK-GRUPOS-PENDENTES PIC 9(03).
       01 LNK-CRED-CONCLUIDOS  PIC 9(04).
       01 LNK-MEDIA-PONDERADA  PIC 9(02)V99.
       01 LNK-HORAS-EXIGIDAS   PIC 9(04).
       01 LNK-HORAS-CUMPRIDAS  PIC 9(04).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-STUDENT-ID, LNK-PROGRAMA,
               LNK-RESULTADO, LNK-GRUPOS-PENDENTES,
               LNK-CRED-CONCLUIDOS, LNK-MEDIA-PONDERADA,
               LNK-HORAS-EXIGIDAS, LNK-HORAS-CUMPRIDAS.
       INICIO.
           MOVE 'E' TO LNK-RESULTADO
           MOVE 0 TO LNK-GRUPOS-PENDENTES
           MOVE 0 TO LNK-CRED-CONCLUIDOS
           MOVE 0 TO LNK-MEDIA-PONDERADA
           MOVE 0 TO LNK-HORAS-EXIGIDAS
           MOVE 0 TO LNK-HORAS-CUMPRIDAS
           MOVE 0 TO WRK-QTD-HIST
           OPEN INPUT ARQ-CURRICULO
           IF WRK-STATUS-CURRICULO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE CURRICULO '
                   '(CURRMSTR). STATUS: ' WRK-STATUS-CURRICULO
               GOBACK
           END-IF
           OPEN INPUT CATALOGO-DISCIPLINAS
           IF WRK-STATUS-CATALOGO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CATALOGO DE DISCIPLINAS '
                   '(CATMSTR). STATUS: ' WRK-STATUS-CATALOGO
               CLOSE ARQ-CURRICULO
               GOBACK
           END-IF
           PERFORM CARREGA-HISTORICO
           PERFORM CARREGA-INSCRICOES-ABERTAS
           PERFORM APURA-CURRICULO
           PERFORM APURA-MEDIA-PONDERADA
           PERFORM APURA-HORAS-COMPLEMENTARES
           CLOSE ARQ-CURRICULO
           CLOSE CATALOGO-DISCIPLINAS
           IF WRK-QTD-EXIGENCIAS = 0
               DISPLAY 'PROGRAMA SEM CURRICULO CADASTRADO: '
                   LNK-PROGRAMA
               MOVE 'E' TO LNK-RESULTADO
           ELSE
               IF LNK-GRUPOS-PENDENTES = 0
                   MOVE 'A' TO LNK-RESULTADO
               ELSE
                   MOVE 'P' TO LNK-RESULTADO
               END-IF
           END-IF
           GOBACK.

      * The archive is loaded first and the live master second, so
      * a later (live) outcome for the same discipline overrides an
      * older archived one - except that an APROVADO, once earned,
      * is never downgraded by a later retake record.
       CARREGA-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT ARQ-ARQUIVO
           IF WRK-STATUS-ARQUIVO = '00'
               MOVE LNK-STUDENT-ID TO ARV-STUDENT-ID
               MOVE SPACES TO ARV-CODIGO
               MOVE 0 TO ARV-TERMO
               START ARQ-ARQUIVO KEY IS NOT LESS THAN ARV-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-ARQUIVO TO TRUE
               END-START
               PERFORM LE-ARQUIVO-ALUNO UNTIL NAO-HA-MAIS-ARQUIVO
               CLOSE ARQ-ARQUIVO
           END-IF
           MOVE 'N' TO WRK-FIM-MATRICULAS
           OPEN INPUT ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'MATRIMSTR INDISPONIVEL (STATUS '
                   WRK-STATUS-MATRICULAS '). HISTORICO PARCIAL.'
           ELSE
               MOVE LNK-STUDENT-ID TO MAT-STUDENT-ID
               MOVE SPACES TO MAT-CODIGO
               MOVE 0 TO MAT-TERMO
               START ARQ-MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-MATRICULAS TO TRUE
               END-START
               PERFORM LE-MATRICULA-ALUNO
                   UNTIL NAO-HA-MAIS-MATRICULAS
               CLOSE ARQ-MATRICULAS
           END-IF.

      * An attempt superseded under the course-repeat rule counts for
      * nothing here, as HISTEMIT leaves it out of the transcript's
      * average.
       LE-ARQUIVO-ALUNO.
           READ ARQ-ARQUIVO NEXT
               AT END
                   SET NAO-HA-MAIS-ARQUIVO TO TRUE
               NOT AT END
                   IF ARV-STUDENT-ID = LNK-STUDENT-ID
                       IF NOT ARV-TENTATIVA-SUPERADA
                           MOVE ARV-CODIGO TO MAT-CODIGO
                           MOVE ARV-SITUACAO TO MAT-SITUACAO
                           MOVE ARV-NOTA TO MAT-NOTA
                           PERFORM REGISTRA-HISTORICO
                       END-IF
                   ELSE
                       SET NAO-HA-MAIS-ARQUIVO TO TRUE
                   END-IF
           END-READ.

       LE-MATRICULA-ALUNO.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   IF MAT-STUDENT-ID = LNK-STUDENT-ID
                       IF NOT MAT-TENTATIVA-SUPERADA
                           PERFORM REGISTRA-HISTORICO
                       END-IF
                   ELSE
                       SET NAO-HA-MAIS-MATRICULAS TO TRUE
                   END-IF
           END-READ.

       REGISTRA-HISTORICO.
           MOVE MAT-CODIGO TO WRK-CODIGO-BUSCA
           MOVE 0 TO WRK-HIST-IDX
           PERFORM LOCALIZA-HISTORICO
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-HIST
           IF WRK-HIST-IDX = 0
               IF WRK-QTD-HIST < 200
                   ADD 1 TO WRK-QTD-HIST
                   MOVE MAT-CODIGO TO HST-CODIGO(WRK-QTD-HIST)
                   MOVE MAT-SITUACAO TO HST-SITUACAO(WRK-QTD-HIST)
                   MOVE MAT-NOTA TO HST-NOTA(WRK-QTD-HIST)
               END-IF
           ELSE
               IF HST-SITUACAO(WRK-HIST-IDX) NOT = 'APROVADO'
                   MOVE MAT-SITUACAO TO HST-SITUACAO(WRK-HIST-IDX)
                   MOVE MAT-NOTA TO HST-NOTA(WRK-HIST-IDX)
               END-IF
           END-IF.

       LOCALIZA-HISTORICO.
           IF HST-CODIGO(CONTADOR) = WRK-CODIGO-BUSCA
               MOVE CONTADOR TO WRK-HIST-IDX
           END-IF.

      * An active roster pair with no grade of record yet counts as
      * in progress, never as completed.
       CARREGA-INSCRICOES-ABERTAS.
           MOVE 'N' TO WRK-FIM-ROL
           OPEN INPUT ARQ-INSCRICAO
           IF WRK-STATUS-INSCRICAO NOT = '00'
               CONTINUE
           ELSE
               MOVE LNK-STUDENT-ID TO INS-STUDENT-ID
               MOVE SPACES TO INS-CODIGO
               MOVE 0 TO INS-TERMO
               START ARQ-INSCRICAO KEY IS NOT LESS THAN INS-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-ROL TO TRUE
               END-START
               PERFORM LE-INSCRICAO-ALUNO UNTIL NAO-HA-MAIS-ROL
               CLOSE ARQ-INSCRICAO
           END-IF.

       LE-INSCRICAO-ALUNO.
           READ ARQ-INSCRICAO NEXT
               AT END
                   SET NAO-HA-MAIS-ROL TO TRUE
               NOT AT END
                   IF INS-STUDENT-ID = LNK-STUDENT-ID
                       IF INSCRICAO-ATIVA
                           PERFORM REGISTRA-INSCRICAO-ABERTA
                       END-IF
                   ELSE
                       SET NAO-HA-MAIS-ROL TO TRUE
                   END-IF
           END-READ.

       REGISTRA-INSCRICAO-ABERTA.
           MOVE INS-CODIGO TO WRK-CODIGO-BUSCA
           MOVE 0 TO WRK-HIST-IDX
           PERFORM LOCALIZA-HISTORICO
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-HIST
           IF WRK-HIST-IDX = 0
               AND WRK-QTD-HIST < 200
               ADD 1 TO WRK-QTD-HIST
               MOVE INS-CODIGO TO HST-CODIGO(WRK-QTD-HIST)
               MOVE 'EM CURSO' TO HST-SITUACAO(WRK-QTD-HIST)
               MOVE 0 TO HST-NOTA(WRK-QTD-HIST)
           END-IF.

       APURA-CURRICULO.
           MOVE 0 TO WRK-QTD-EXIGENCIAS
           MOVE SPACES TO WRK-GRUPO-ANTERIOR
           MOVE 'N' TO WRK-TEM-GRUPO
           MOVE 'N' TO WRK-FIM-CURRICULO
           MOVE LOW-VALUES TO CUR-CHAVE
           MOVE LNK-PROGRAMA TO CUR-PROGRAMA
           START ARQ-CURRICULO KEY IS NOT LESS THAN CUR-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-CURRICULO TO TRUE
           END-START
           PERFORM LE-CURRICULO UNTIL NAO-HA-MAIS-CURRICULO
           IF GRUPO-ABERTO
               PERFORM FECHA-GRUPO
           END-IF.

       LE-CURRICULO.
           READ ARQ-CURRICULO NEXT
               AT END
                   SET NAO-HA-MAIS-CURRICULO TO TRUE
               NOT AT END
                   IF CUR-PROGRAMA = LNK-PROGRAMA
                       PERFORM APURA-EXIGENCIA
                   ELSE
                       SET NAO-HA-MAIS-CURRICULO TO TRUE
                   END-IF
           END-READ.

       APURA-EXIGENCIA.
           ADD 1 TO WRK-QTD-EXIGENCIAS
           MOVE CUR-HORAS-COMPLEMENTARES TO LNK-HORAS-EXIGIDAS
           IF CUR-GRUPO NOT = WRK-GRUPO-ANTERIOR
               IF GRUPO-ABERTO
                   PERFORM FECHA-GRUPO
               END-IF
               MOVE CUR-GRUPO TO WRK-GRUPO-ANTERIOR
               MOVE CUR-CREDITOS-GRUPO TO WRK-GRP-EXIGIDOS
               MOVE 'S' TO WRK-TEM-GRUPO
               MOVE 0 TO WRK-GRP-CONCLUIDOS
               MOVE 0 TO WRK-GRP-ABERTOS
           END-IF
           MOVE 0 TO WRK-CREDITOS-DISC
           MOVE CUR-CODIGO TO CAT-CODIGO
           READ CATALOGO-DISCIPLINAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAT-CREDITOS TO WRK-CREDITOS-DISC
           END-READ
           MOVE 0 TO WRK-HIST-IDX
           MOVE CUR-CODIGO TO WRK-CODIGO-BUSCA
           PERFORM LOCALIZA-HISTORICO
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-HIST
           IF WRK-HIST-IDX NOT = 0
               AND HST-SITUACAO(WRK-HIST-IDX) = 'APROVADO'
               ADD WRK-CREDITOS-DISC TO WRK-GRP-CONCLUIDOS
               ADD WRK-CREDITOS-DISC TO LNK-CRED-CONCLUIDOS
           ELSE
               ADD 1 TO WRK-GRP-ABERTOS
           END-IF.

       FECHA-GRUPO.
           IF WRK-GRP-EXIGIDOS = 0
               IF WRK-GRP-ABERTOS > 0
                   ADD 1 TO LNK-GRUPOS-PENDENTES
               END-IF
           ELSE
               IF WRK-GRP-CONCLUIDOS < WRK-GRP-EXIGIDOS
                   ADD 1 TO LNK-GRUPOS-PENDENTES
               END-IF
           END-IF.

      * Every discipline passed counts toward the average, weighted
      * by its CATMSTR credits - in or out of the curriculum, as on
      * the transcript.
       APURA-MEDIA-PONDERADA.
           MOVE 0 TO WRK-SOMA-PONDERADA
           MOVE 0 TO WRK-SOMA-CREDITOS
           PERFORM PONDERA-DISCIPLINA
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-HIST
           IF WRK-SOMA-CREDITOS > 0
               COMPUTE LNK-MEDIA-PONDERADA ROUNDED =
                   WRK-SOMA-PONDERADA / WRK-SOMA-CREDITOS
           END-IF.

       PONDERA-DISCIPLINA.
           IF HST-SITUACAO(CONTADOR) = 'APROVADO'
               MOVE HST-CODIGO(CONTADOR) TO CAT-CODIGO
               READ CATALOGO-DISCIPLINAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
                           + HST-NOTA(CONTADOR) * CAT-CREDITOS
                       ADD CAT-CREDITOS TO WRK-SOMA-CREDITOS
               END-READ
           END-IF.

      * The hours are summed per activity type, each type is capped
      * at its TIPOATIV maximum, and the capped total is set against
      * the program's requirement as one more group.
       APURA-HORAS-COMPLEMENTARES.
           MOVE 0 TO WRK-QTD-TIPOS
           MOVE 0 TO WRK-HORAS-CONTADAS
           IF LNK-HORAS-EXIGIDAS > 0
               MOVE 'N' TO WRK-FIM-ATIVIDADES
               OPEN INPUT ARQ-ATIVIDADES
               IF WRK-STATUS-ATIVIDADES = '00'
                   MOVE LNK-STUDENT-ID TO ATV-STUDENT-ID
                   MOVE 0 TO ATV-SEQUENCIA
                   START ARQ-ATIVIDADES KEY IS NOT LESS THAN ATV-CHAVE
                       INVALID KEY
                           SET NAO-HA-MAIS-ATIVIDADES TO TRUE
                   END-START
                   PERFORM LE-ATIVIDADE-ALUNO
                       UNTIL NAO-HA-MAIS-ATIVIDADES
                   CLOSE ARQ-ATIVIDADES
               END-IF
               MOVE 'N' TO WRK-TIPOS-DISPONIVEL
               OPEN INPUT ARQ-TIPOS
               IF WRK-STATUS-TIPOS = '00'
                   MOVE 'S' TO WRK-TIPOS-DISPONIVEL
               END-IF
               PERFORM LIMITA-HORAS-TIPO
                   VARYING WRK-TIP-IDX FROM 1 BY 1
                   UNTIL WRK-TIP-IDX > WRK-QTD-TIPOS
               IF WRK-TIPOS-DISPONIVEL = 'S'
                   CLOSE ARQ-TIPOS
               END-IF
               IF WRK-HORAS-CONTADAS > 9999
                   MOVE 9999 TO LNK-HORAS-CUMPRIDAS
               ELSE
                   MOVE WRK-HORAS-CONTADAS TO LNK-HORAS-CUMPRIDAS
               END-IF
               IF LNK-HORAS-CUMPRIDAS < LNK-HORAS-EXIGIDAS
                   ADD 1 TO LNK-GRUPOS-PENDENTES
               END-IF
           END-IF.

       LE-ATIVIDADE-ALUNO.
           READ ARQ-ATIVIDADES NEXT
               AT END
                   SET NAO-HA-MAIS-ATIVIDADES TO TRUE
               NOT AT END
                   IF ATV-STUDENT-ID = LNK-STUDENT-ID
                       PERFORM ACUMULA-HORAS-TIPO
                   ELSE
                       SET NAO-HA-MAIS-ATIVIDADES TO TRUE
                   END-IF
           END-READ.

       ACUMULA-HORAS-TIPO.
           MOVE 0 TO CONTADOR
           PERFORM LOCALIZA-TIPO
               VARYING WRK-TIP-IDX FROM 1 BY 1
               UNTIL WRK-TIP-IDX > WRK-QTD-TIPOS
           IF CONTADOR = 0
               IF WRK-QTD-TIPOS < 30
                   ADD 1 TO WRK-QTD-TIPOS
                   MOVE WRK-QTD-TIPOS TO CONTADOR
                   MOVE ATV-TIPO TO TIP-TIPO(CONTADOR)
                   MOVE 0 TO TIP-HORAS(CONTADOR)
               END-IF
           END-IF
           IF CONTADOR NOT = 0
               ADD ATV-HORAS TO TIP-HORAS(CONTADOR)
           END-IF.

       LOCALIZA-TIPO.
           IF TIP-TIPO(WRK-TIP-IDX) = ATV-TIPO
               MOVE WRK-TIP-IDX TO CONTADOR
           END-IF.

      * A type no longer on TIPOATIV (or no table at all) is counted
      * in full, as it was accepted when it was entered.
       LIMITA-HORAS-TIPO.
           IF WRK-TIPOS-DISPONIVEL = 'S'
               MOVE TIP-TIPO(WRK-TIP-IDX) TO TPA-TIPO
               READ ARQ-TIPOS
                   INVALID KEY
                       MOVE 0 TO TPA-MAX-HORAS
               END-READ
           ELSE
               MOVE 0 TO TPA-MAX-HORAS
           END-IF
           IF TPA-MAX-HORAS > 0
               AND TIP-HORAS(WRK-TIP-IDX) > TPA-MAX-HORAS
               ADD TPA-MAX-HORAS TO WRK-HORAS-CONTADAS
           ELSE
               ADD TIP-HORAS(WRK-TIP-IDX) TO WRK-HORAS-CONTADAS
           END-IF.
       END PROGRAM GRADAPUR.
