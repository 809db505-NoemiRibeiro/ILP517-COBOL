      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAPURA.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Keeps the ESTMSTR term statistics
      *             master (course code + term: entries per outcome,
      *             grade sum, grade distribution, attendance sum)
      *             that RELDISTR, RELINSTR, RELTEND and RELTERMO
      *             now read instead of re-scanning MATRIMSTR and
      *             MATRARQV every run. SYSIN selects the mode:
      *             A (the nightly DLYBATCH step) reads the JRNLMATR
      *             journal from the ESTCKPT checkpoint on and
      *             recomputes only the course/term pairs it shows
      *             touched; R rebuilds the whole master from both
      *             files; C rebuilds into the ESTCONF work file and
      *             lists every pair where the master disagrees to
      *             ESTCONFREL, ending RC 4 - run R to repair.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQ-ESTATISTICA ASSIGN TO "ESTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-ESTATISTICA.

           SELECT ARQ-CONFERENCIA ASSIGN TO "ESTCONF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECF-CHAVE
               FILE STATUS IS WRK-STATUS-CONFERENCIA.

           SELECT ARQ-JORNAL ASSIGN TO "JRNLMATR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JORNAL.

           SELECT ARQ-CHECKPOINT ASSIGN TO "ESTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CKPT.

           SELECT ARQ-CALENDARIO ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.

           SELECT ARQ-RELATORIO ASSIGN TO "ESTCONFREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-ARQUIVO.
           COPY MATRIC01
               REPLACING ==MATRICULA-REC== BY ==ARQUIVO-REC==
                         LEADING ==MAT== BY ==ARV==.

       FD  ARQ-ESTATISTICA.
           COPY ESTREC.

       FD  ARQ-CONFERENCIA.
           COPY ESTREC
               REPLACING ==ESTATISTICA-REC== BY ==CONFERENCIA-REC==
                         LEADING ==EST== BY ==ECF==.

       FD  ARQ-JORNAL.
           COPY JRNLREC.

       FD  ARQ-CHECKPOINT.
       01  CKPT-REC.
           03 CKPT-DATA            PIC 9(08).
           03 CKPT-HORA            PIC 9(06).

       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ARQUIVO    PIC X(02).
       77 WRK-STATUS-ESTATISTICA PIC X(02).
       77 WRK-STATUS-CONFERENCIA PIC X(02).
       77 WRK-STATUS-JORNAL     PIC X(02).
       77 WRK-STATUS-CKPT       PIC X(02).
       77 WRK-STATUS-TERMCAL    PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-HORA-AGORA        PIC 9(08).
       77 WRK-MODO              PIC X(01).
       77 WRK-FAIXA             PIC 9(02).
       77 WRK-QTD-LIDA          PIC 9(07) VALUE 0.
       77 WRK-QTD-JORNAL        PIC 9(07) VALUE 0.
       77 WRK-QTD-GRAVADA       PIC 9(06) VALUE 0.
       77 WRK-QTD-CONFERIDA     PIC 9(06) VALUE 0.
       77 WRK-QTD-DIVERGENCIAS  PIC 9(06) VALUE 0.
       77 WRK-MOTIVO            PIC X(30).
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).

      * Journal timestamps compare as one date-plus-time value.
       01 WRK-MARCA-CKPT.
           03 WRK-CKPT-DATA     PIC 9(08) VALUE 0.
           03 WRK-CKPT-HORA     PIC 9(06) VALUE 0.

       01 WRK-MARCA-JORNAL.
           03 WRK-JRN-DATA      PIC 9(08).
           03 WRK-JRN-HORA      PIC 9(06).

       01 WRK-MARCA-MAIOR.
           03 WRK-MAIOR-DATA    PIC 9(08) VALUE 0.
           03 WRK-MAIOR-HORA    PIC 9(06) VALUE 0.

       01 WRK-FIM-MATRIC PIC X VALUE 'N'.
           88 NAO-HA-MAIS-MATRICULAS VALUE 'S'.

       01 WRK-FIM-ARQUIVO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ARQUIVO VALUE 'S'.

       01 WRK-FIM-JORNAL PIC X VALUE 'N'.
           88 NAO-HA-MAIS-JORNAL VALUE 'S'.

       01 WRK-FIM-ESTATISTICA PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ESTATISTICA VALUE 'S'.

       01 WRK-FIM-CONFERENCIA PIC X VALUE 'N'.
           88 NAO-HA-MAIS-CONFERENCIA VALUE 'S'.

       01 WRK-TEM-ARQUIVO PIC X VALUE 'N'.
           88 HA-ARQUIVO VALUE 'S'.

       01 WRK-TEM-CALENDARIO PIC X VALUE 'N'.
           88 HA-CALENDARIO VALUE 'S'.

       01 WRK-LER-ARQUIVO PIC X VALUE 'N'.
           88 PRECISA-LER-ARQUIVO VALUE 'S'.

       01 WRK-LIMITE-PARES PIC X VALUE 'N'.
           88 PARES-EXCEDIDOS VALUE 'S'.

       01 WRK-EXISTE-ESTATISTICA PIC X VALUE 'N'.
           88 ESTATISTICA-EXISTE VALUE 'S'.

      * Course/term pairs the journal shows touched since the last
      * run; TOC-ARQUIVADO S when the term is not open, so some of
      * its entries may be on the archive.
       01 PARES-TOCADOS.
           03 WRK-QTD-PARES        PIC 9(03) VALUE 0.
           03 TOC-TAB OCCURS 500 TIMES.
               05 TOC-CODIGO       PIC X(05).
               05 TOC-TERMO        PIC 9(05).
               05 TOC-ARQUIVADO    PIC X(01).

       01 CONTADOR        PIC 9(3) VALUE 1.
       01 CONT-PAR        PIC 9(3) VALUE 1.
       01 WRK-TOC-IDX     PIC 9(3) VALUE 0.

           COPY MATRIC01
               REPLACING ==MATRICULA-REC== BY ==IMAGEM-REC==
                         LEADING ==MAT== BY ==IMG==.

           COPY ESTREC
               REPLACING ==ESTATISTICA-REC== BY ==WRK-ESTATISTICA==
                         LEADING ==EST== BY ==WES==.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'ESTAPURA'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'ESTCONFREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'ESTAPURA'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESTAPURA - ESTATISTICAS POR DISCIPLINA E TERMO'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           CALL 'STEPCTRL' USING LOG-PROGRAMA,
               WRK-DECISAO-PASSO, WRK-MOTIVO-PASSO
           IF WRK-DECISAO-PASSO = 'P'
               PERFORM GRAVA-LOG-PULADO
               STOP RUN
           END-IF
           DISPLAY 'MODO: A = ATUALIZA PELO JORNAL, R = RECONSTROI, '
               'C = CONFERE COM VARREDURA COMPLETA'
           ACCEPT WRK-MODO
           EVALUATE WRK-MODO
               WHEN 'A'
               WHEN 'a'
                   PERFORM ATUALIZA-PELO-JORNAL
               WHEN 'R'
               WHEN 'r'
                   PERFORM RECONSTROI-ESTATISTICAS
               WHEN 'C'
               WHEN 'c'
                   PERFORM CONFERE-ESTATISTICAS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA. INFORME A, R OU C.'
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
           END-EVALUATE
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'MATRICULAS APURADAS......: ' WRK-QTD-LIDA
           DISPLAY 'ESTATISTICAS GRAVADAS....: ' WRK-QTD-GRAVADA
           IF WRK-MODO = 'C' OR WRK-MODO = 'c'
               DISPLAY 'PARES CONFERIDOS.........: ' WRK-QTD-CONFERIDA
               DISPLAY 'DIVERGENCIAS.............: '
                   WRK-QTD-DIVERGENCIAS
               DISPLAY 'Relatorio gerado em ESTCONFREL.'
           END-IF
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * Mode A. Every journaled WRITE, REWRITE or DELETE on
      * MATRIMSTR from the checkpoint on marks its course/term pair;
      * each pair marked is then dropped from ESTMSTR and counted
      * again from its own entries, so the journal only has to say
      * where to look - it carries no before-image to subtract. With
      * no master or no checkpoint yet, or more pairs touched than
      * the table holds, the run rebuilds instead. After a MSTRFWRD
      * recovery, which replays without journaling, run mode R.
       ATUALIZA-PELO-JORNAL.
           PERFORM LE-CHECKPOINT
           OPEN INPUT ARQ-ESTATISTICA
           IF WRK-STATUS-ESTATISTICA NOT = '00'
               DISPLAY 'ESTMSTR AINDA NAO EXISTE. RECONSTRUINDO.'
               PERFORM RECONSTROI-ESTATISTICAS
           ELSE
               CLOSE ARQ-ESTATISTICA
               IF WRK-MARCA-CKPT = ZEROS
                   DISPLAY 'ESTCKPT SEM MARCA DE JORNAL. '
                       'RECONSTRUINDO.'
                   PERFORM RECONSTROI-ESTATISTICAS
               ELSE
                   PERFORM APURA-PARES-DO-JORNAL
               END-IF
           END-IF.

       APURA-PARES-DO-JORNAL.
           MOVE WRK-MARCA-CKPT TO WRK-MARCA-MAIOR
           OPEN INPUT ARQ-JORNAL
           IF WRK-STATUS-JORNAL = '00'
               PERFORM LE-JORNAL UNTIL NAO-HA-MAIS-JORNAL
               CLOSE ARQ-JORNAL
           ELSE
               DISPLAY 'JORNAL JRNLMATR VAZIO OU INEXISTENTE. '
                   'NADA A ATUALIZAR.'
           END-IF
           DISPLAY 'REGISTROS DE JORNAL NOVOS: ' WRK-QTD-JORNAL
           DISPLAY 'PARES DISCIPLINA/TERMO...: ' WRK-QTD-PARES
           IF PARES-EXCEDIDOS
               DISPLAY 'MAIS DE 500 PARES ALTERADOS. RECONSTRUINDO.'
               PERFORM RECONSTROI-ESTATISTICAS
           ELSE
               IF WRK-QTD-PARES > 0
                   PERFORM ABRE-MESTRES
                   PERFORM ZERA-PAR
                       VARYING CONT-PAR FROM 1 BY 1
                       UNTIL CONT-PAR > WRK-QTD-PARES
                   PERFORM APURA-PAR-VIVO
                       VARYING CONT-PAR FROM 1 BY 1
                       UNTIL CONT-PAR > WRK-QTD-PARES
                   IF PRECISA-LER-ARQUIVO AND HA-ARQUIVO
                       MOVE 'N' TO WRK-FIM-ARQUIVO
                       PERFORM LE-ARQUIVO-PARES
                           UNTIL NAO-HA-MAIS-ARQUIVO
                   END-IF
                   PERFORM FECHA-MESTRES
               END-IF
               PERFORM GRAVA-CHECKPOINT
           END-IF.

      * An entry stamped exactly at the checkpoint is taken again:
      * recounting a pair twice is harmless, missing one is not.
       LE-JORNAL.
           READ ARQ-JORNAL
               AT END
                   SET NAO-HA-MAIS-JORNAL TO TRUE
               NOT AT END
                   IF JORNAL-MATRIMSTR
                       MOVE JRN-DATA TO WRK-JRN-DATA
                       MOVE JRN-HORA TO WRK-JRN-HORA
                       IF WRK-MARCA-JORNAL NOT < WRK-MARCA-CKPT
                           ADD 1 TO WRK-QTD-JORNAL
                           PERFORM REGISTRA-PAR-TOCADO
                           IF WRK-MARCA-JORNAL > WRK-MARCA-MAIOR
                               MOVE WRK-MARCA-JORNAL
                                   TO WRK-MARCA-MAIOR
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       REGISTRA-PAR-TOCADO.
           MOVE JRN-IMAGEM TO IMAGEM-REC
           MOVE 0 TO WRK-TOC-IDX
           PERFORM LOCALIZA-PAR
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-PARES
           IF WRK-TOC-IDX = 0
               IF WRK-QTD-PARES < 500
                   ADD 1 TO WRK-QTD-PARES
                   MOVE IMG-CODIGO TO TOC-CODIGO(WRK-QTD-PARES)
                   MOVE IMG-TERMO TO TOC-TERMO(WRK-QTD-PARES)
                   MOVE 'N' TO TOC-ARQUIVADO(WRK-QTD-PARES)
               ELSE
                   MOVE 'S' TO WRK-LIMITE-PARES
               END-IF
           END-IF.

       LOCALIZA-PAR.
           IF TOC-CODIGO(CONTADOR) = IMG-CODIGO
               AND TOC-TERMO(CONTADOR) = IMG-TERMO
               MOVE CONTADOR TO WRK-TOC-IDX
           END-IF.

       ABRE-MESTRES.
           OPEN I-O ARQ-ESTATISTICA
           IF WRK-STATUS-ESTATISTICA = '35'
               OPEN OUTPUT ARQ-ESTATISTICA
               CLOSE ARQ-ESTATISTICA
               OPEN I-O ARQ-ESTATISTICA
           END-IF
           IF WRK-STATUS-ESTATISTICA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESTMSTR. STATUS: '
                   WRK-STATUS-ESTATISTICA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS '
                   '(MATRIMSTR). STATUS: ' WRK-STATUS-MATRICULAS
               CLOSE ARQ-ESTATISTICA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           MOVE 'N' TO WRK-TEM-ARQUIVO
           OPEN INPUT ARQ-ARQUIVO
           IF WRK-STATUS-ARQUIVO = '00'
               MOVE 'S' TO WRK-TEM-ARQUIVO
           END-IF
           MOVE 'N' TO WRK-TEM-CALENDARIO
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL = '00'
               MOVE 'S' TO WRK-TEM-CALENDARIO
           END-IF.

       FECHA-MESTRES.
           CLOSE ARQ-ESTATISTICA
           CLOSE ARQ-MATRICULAS
           IF HA-ARQUIVO
               CLOSE ARQ-ARQUIVO
           END-IF
           IF HA-CALENDARIO
               CLOSE ARQ-CALENDARIO
           END-IF.

      * The pair's old totals go, and a term that is not open (or
      * not on the calendar) sends the run through the archive too:
      * TERMARCH moved its entries there, TERMREAB may have brought
      * some back. An open term has nothing archived, so a night
      * of grade entry never reads MATRARQV at all.
       ZERA-PAR.
           MOVE TOC-CODIGO(CONT-PAR) TO EST-CODIGO
           MOVE TOC-TERMO(CONT-PAR) TO EST-TERMO
           DELETE ARQ-ESTATISTICA
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE 'S' TO TOC-ARQUIVADO(CONT-PAR)
           IF HA-CALENDARIO
               MOVE TOC-TERMO(CONT-PAR) TO CAL-TERMO
               READ ARQ-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TERMO-ABERTO
                           MOVE 'N' TO TOC-ARQUIVADO(CONT-PAR)
                       END-IF
               END-READ
           END-IF
           IF TOC-ARQUIVADO(CONT-PAR) = 'S'
               MOVE 'S' TO WRK-LER-ARQUIVO
           END-IF
           ADD 1 TO WRK-QTD-GRAVADA.

       APURA-PAR-VIVO.
           MOVE 'N' TO WRK-FIM-MATRIC
           MOVE TOC-CODIGO(CONT-PAR) TO MAT-CODIGO
           MOVE TOC-TERMO(CONT-PAR) TO MAT-TERMO
           START ARQ-MATRICULAS KEY IS EQUAL TO MAT-CHAVE-CURSO
               INVALID KEY
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
           END-START
           PERFORM LE-MATRICULA-PAR UNTIL NAO-HA-MAIS-MATRICULAS.

       LE-MATRICULA-PAR.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   IF MAT-CODIGO NOT = TOC-CODIGO(CONT-PAR)
                       OR MAT-TERMO NOT = TOC-TERMO(CONT-PAR)
                       SET NAO-HA-MAIS-MATRICULAS TO TRUE
                   ELSE
                       PERFORM ACUMULA-NO-MESTRE
                   END-IF
           END-READ.

       LE-ARQUIVO-PARES.
           READ ARQ-ARQUIVO NEXT
               AT END
                   SET NAO-HA-MAIS-ARQUIVO TO TRUE
               NOT AT END
                   MOVE ARQUIVO-REC TO MATRICULA-REC
                   MOVE 0 TO WRK-TOC-IDX
                   PERFORM LOCALIZA-PAR-ARQUIVADO
                       VARYING CONTADOR FROM 1 BY 1
                       UNTIL CONTADOR > WRK-QTD-PARES
                   IF WRK-TOC-IDX NOT = 0
                       PERFORM ACUMULA-NO-MESTRE
                   END-IF
           END-READ.

       LOCALIZA-PAR-ARQUIVADO.
           IF TOC-ARQUIVADO(CONTADOR) = 'S'
               AND TOC-CODIGO(CONTADOR) = MAT-CODIGO
               AND TOC-TERMO(CONTADOR) = MAT-TERMO
               MOVE CONTADOR TO WRK-TOC-IDX
           END-IF.

      * Mode R: the master is emptied and every entry, live and
      * archived, counted into it again. The checkpoint moves to
      * the start of the rebuild, so anything journaled while it
      * ran is picked up by the next mode A.
       RECONSTROI-ESTATISTICAS.
           ACCEPT WRK-HORA-AGORA FROM TIME
           MOVE WRK-DATA-HOJE TO WRK-MAIOR-DATA
           MOVE WRK-HORA-AGORA(1:6) TO WRK-MAIOR-HORA
           MOVE 0 TO WRK-QTD-GRAVADA
           OPEN OUTPUT ARQ-ESTATISTICA
           CLOSE ARQ-ESTATISTICA
           PERFORM ABRE-MESTRES
           MOVE 'N' TO WRK-FIM-MATRIC
           PERFORM LE-MATRICULA-TOTAL UNTIL NAO-HA-MAIS-MATRICULAS
           IF HA-ARQUIVO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LE-ARQUIVO-TOTAL UNTIL NAO-HA-MAIS-ARQUIVO
           END-IF
           PERFORM FECHA-MESTRES
           PERFORM GRAVA-CHECKPOINT.

       LE-MATRICULA-TOTAL.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   PERFORM ACUMULA-NO-MESTRE
           END-READ.

       LE-ARQUIVO-TOTAL.
           READ ARQ-ARQUIVO NEXT
               AT END
                   SET NAO-HA-MAIS-ARQUIVO TO TRUE
               NOT AT END
                   MOVE ARQUIVO-REC TO MATRICULA-REC
                   PERFORM ACUMULA-NO-MESTRE
           END-READ.

       ACUMULA-NO-MESTRE.
           MOVE MAT-CODIGO TO EST-CODIGO
           MOVE MAT-TERMO TO EST-TERMO
           READ ARQ-ESTATISTICA INTO WRK-ESTATISTICA
               INVALID KEY
                   MOVE 'N' TO WRK-EXISTE-ESTATISTICA
                   PERFORM INICIA-ESTATISTICA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EXISTE-ESTATISTICA
           END-READ
           PERFORM SOMA-MATRICULA
           MOVE WRK-DATA-HOJE TO WES-DATA-ATUALIZACAO
           IF ESTATISTICA-EXISTE
               REWRITE ESTATISTICA-REC FROM WRK-ESTATISTICA
           ELSE
               PERFORM GRAVA-ESTATISTICA-NOVA
           END-IF.

       GRAVA-ESTATISTICA-NOVA.
           WRITE ESTATISTICA-REC FROM WRK-ESTATISTICA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ESTMSTR. STATUS: '
                       WRK-STATUS-ESTATISTICA
           END-WRITE
           IF WRK-MODO = 'R' OR WRK-MODO = 'r'
               ADD 1 TO WRK-QTD-GRAVADA
           END-IF.

       INICIA-ESTATISTICA.
           INITIALIZE WRK-ESTATISTICA
           MOVE MAT-CODIGO TO WES-CODIGO
           MOVE MAT-TERMO TO WES-TERMO
           MOVE MAT-MATERIA TO WES-MATERIA.

      * The one place an entry is counted, for the master and for
      * the check alike. Grades round to the nearest whole value
      * for the distribution, as RELDISTR always rounded them.
       SOMA-MATRICULA.
           ADD 1 TO WRK-QTD-LIDA
           ADD 1 TO WES-QTD-REGISTROS
           EVALUATE MAT-SITUACAO
               WHEN 'APROVADO'
                   ADD 1 TO WES-QTD-APROVADO
               WHEN 'EM RECUPERACAO'
                   ADD 1 TO WES-QTD-RECUPERACAO
               WHEN 'REPROVADO'
                   ADD 1 TO WES-QTD-REPROVADO
               WHEN 'REPROVADO POR FALTA'
                   ADD 1 TO WES-QTD-REPFALTA
               WHEN 'INCOMPLETO'
                   ADD 1 TO WES-QTD-INCOMPLETO
               WHEN 'TRANCADO'
                   ADD 1 TO WES-QTD-TRANCADO
               WHEN 'EM CURSO'
                   ADD 1 TO WES-QTD-EM-CURSO
               WHEN OTHER
                   ADD 1 TO WES-QTD-OUTRAS
           END-EVALUATE
           IF MAT-TENTATIVA-SUPERADA
               ADD 1 TO WES-QTD-SUPERADAS
           END-IF
           ADD MAT-NOTA TO WES-SOMA-NOTAS
           COMPUTE WRK-FAIXA ROUNDED = MAT-NOTA
           IF WRK-FAIXA > 10
               MOVE 10 TO WRK-FAIXA
           END-IF
           ADD 1 TO WES-FAIXA(WRK-FAIXA + 1)
           ADD MAT-FREQUENCIA TO WES-SOMA-FREQUENCIA.

      * Mode C: a full scan counted into the ESTCONF work file by
      * the same SOMA-MATRICULA, then both files walked together in
      * key order. A pair on one side only, or with any total that
      * differs, is listed; the master itself is not touched.
       CONFERE-ESTATISTICAS.
           OPEN INPUT ARQ-ESTATISTICA
           IF WRK-STATUS-ESTATISTICA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESTMSTR. STATUS: '
                   WRK-STATUS-ESTATISTICA
               DISPLAY 'EXECUTE O ESTAPURA NO MODO R.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           CLOSE ARQ-ESTATISTICA
           OPEN OUTPUT ARQ-CONFERENCIA
           CLOSE ARQ-CONFERENCIA
           OPEN I-O ARQ-CONFERENCIA
           IF WRK-STATUS-CONFERENCIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TRABALHO ESTCONF. '
                   'STATUS: ' WRK-STATUS-CONFERENCIA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS '
                   '(MATRIMSTR). STATUS: ' WRK-STATUS-MATRICULAS
               CLOSE ARQ-CONFERENCIA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           MOVE 'N' TO WRK-FIM-MATRIC
           PERFORM LE-MATRICULA-CONFERENCIA
               UNTIL NAO-HA-MAIS-MATRICULAS
           CLOSE ARQ-MATRICULAS
           OPEN INPUT ARQ-ARQUIVO
           IF WRK-STATUS-ARQUIVO = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LE-ARQUIVO-CONFERENCIA
                   UNTIL NAO-HA-MAIS-ARQUIVO
               CLOSE ARQ-ARQUIVO
           END-IF
           CLOSE ARQ-CONFERENCIA
           OPEN INPUT ARQ-ESTATISTICA
           OPEN INPUT ARQ-CONFERENCIA
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-CABECALHO-CONFERENCIA
           PERFORM LE-ESTATISTICA
           PERFORM LE-CONFERENCIA
           PERFORM COMPARA-PAR
               UNTIL NAO-HA-MAIS-ESTATISTICA
               AND NAO-HA-MAIS-CONFERENCIA
           PERFORM GRAVA-TOTAIS-CONFERENCIA
           CLOSE ARQ-ESTATISTICA
           CLOSE ARQ-CONFERENCIA
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       LE-MATRICULA-CONFERENCIA.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   PERFORM ACUMULA-NA-CONFERENCIA
           END-READ.

       LE-ARQUIVO-CONFERENCIA.
           READ ARQ-ARQUIVO NEXT
               AT END
                   SET NAO-HA-MAIS-ARQUIVO TO TRUE
               NOT AT END
                   MOVE ARQUIVO-REC TO MATRICULA-REC
                   PERFORM ACUMULA-NA-CONFERENCIA
           END-READ.

       ACUMULA-NA-CONFERENCIA.
           MOVE MAT-CODIGO TO ECF-CODIGO
           MOVE MAT-TERMO TO ECF-TERMO
           READ ARQ-CONFERENCIA INTO WRK-ESTATISTICA
               INVALID KEY
                   MOVE 'N' TO WRK-EXISTE-ESTATISTICA
                   PERFORM INICIA-ESTATISTICA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EXISTE-ESTATISTICA
           END-READ
           PERFORM SOMA-MATRICULA
           MOVE WRK-DATA-HOJE TO WES-DATA-ATUALIZACAO
           IF ESTATISTICA-EXISTE
               REWRITE CONFERENCIA-REC FROM WRK-ESTATISTICA
           ELSE
               WRITE CONFERENCIA-REC FROM WRK-ESTATISTICA
           END-IF.

       LE-ESTATISTICA.
           READ ARQ-ESTATISTICA NEXT
               AT END
                   SET NAO-HA-MAIS-ESTATISTICA TO TRUE
           END-READ.

       LE-CONFERENCIA.
           READ ARQ-CONFERENCIA NEXT
               AT END
                   SET NAO-HA-MAIS-CONFERENCIA TO TRUE
           END-READ.

       COMPARA-PAR.
           EVALUATE TRUE
               WHEN NAO-HA-MAIS-CONFERENCIA
                   MOVE 'SEM MATRICULAS NA VARREDURA' TO WRK-MOTIVO
                   PERFORM GRAVA-DIVERGENCIA-MESTRE
                   PERFORM LE-ESTATISTICA
               WHEN NAO-HA-MAIS-ESTATISTICA
                   MOVE 'AUSENTE DO ESTMSTR' TO WRK-MOTIVO
                   PERFORM GRAVA-DIVERGENCIA-VARREDURA
                   PERFORM LE-CONFERENCIA
               WHEN EST-CHAVE < ECF-CHAVE
                   MOVE 'SEM MATRICULAS NA VARREDURA' TO WRK-MOTIVO
                   PERFORM GRAVA-DIVERGENCIA-MESTRE
                   PERFORM LE-ESTATISTICA
               WHEN EST-CHAVE > ECF-CHAVE
                   MOVE 'AUSENTE DO ESTMSTR' TO WRK-MOTIVO
                   PERFORM GRAVA-DIVERGENCIA-VARREDURA
                   PERFORM LE-CONFERENCIA
               WHEN OTHER
                   ADD 1 TO WRK-QTD-CONFERIDA
                   IF EST-DADOS NOT = ECF-DADOS
                       MOVE 'TOTAIS DIVERGENTES' TO WRK-MOTIVO
                       PERFORM GRAVA-DIVERGENCIA-MESTRE
                   END-IF
                   PERFORM LE-ESTATISTICA
                   PERFORM LE-CONFERENCIA
           END-EVALUATE.

       GRAVA-CABECALHO-CONFERENCIA.
           MOVE SPACES TO RELATORIO-REC
           STRING 'CONFERENCIA DO ESTMSTR COM VARREDURA COMPLETA - '
               DELIMITED SIZE
               WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'MATER TERMO MOTIVO                         '
               DELIMITED SIZE
               'ESTMSTR REG/APROV  VARREDURA REG/APROV' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * The master's side of a difference: its entry and approval
      * counts against the scan's when the scan has the pair too.
       GRAVA-DIVERGENCIA-MESTRE.
           ADD 1 TO WRK-QTD-DIVERGENCIAS
           MOVE SPACES TO RELATORIO-REC
           IF WRK-MOTIVO = 'TOTAIS DIVERGENTES'
               STRING EST-CODIGO DELIMITED SIZE
                   ' ' EST-TERMO DELIMITED SIZE
                   ' ' WRK-MOTIVO DELIMITED SIZE
                   ' ' EST-QTD-REGISTROS DELIMITED SIZE
                   '/' EST-QTD-APROVADO DELIMITED SIZE
                   '        ' ECF-QTD-REGISTROS DELIMITED SIZE
                   '/' ECF-QTD-APROVADO DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           ELSE
               STRING EST-CODIGO DELIMITED SIZE
                   ' ' EST-TERMO DELIMITED SIZE
                   ' ' WRK-MOTIVO DELIMITED SIZE
                   ' ' EST-QTD-REGISTROS DELIMITED SIZE
                   '/' EST-QTD-APROVADO DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           END-IF
           WRITE RELATORIO-REC.

       GRAVA-DIVERGENCIA-VARREDURA.
           ADD 1 TO WRK-QTD-DIVERGENCIAS
           MOVE SPACES TO RELATORIO-REC
           STRING ECF-CODIGO DELIMITED SIZE
               ' ' ECF-TERMO DELIMITED SIZE
               ' ' WRK-MOTIVO DELIMITED SIZE
               '             ' DELIMITED SIZE
               '        ' ECF-QTD-REGISTROS DELIMITED SIZE
               '/' ECF-QTD-APROVADO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-TOTAIS-CONFERENCIA.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'PARES CONFERIDOS: ' DELIMITED SIZE
               WRK-QTD-CONFERIDA DELIMITED SIZE
               '  DIVERGENCIAS: ' WRK-QTD-DIVERGENCIAS DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           IF WRK-QTD-DIVERGENCIAS > 0
               MOVE 'EXECUTE O ESTAPURA NO MODO R PARA RECONSTRUIR '
                   TO RELATORIO-REC
               WRITE RELATORIO-REC
               MOVE 'O ESTMSTR.' TO RELATORIO-REC
               WRITE RELATORIO-REC
           END-IF.

       LE-CHECKPOINT.
           MOVE ZEROS TO WRK-MARCA-CKPT
           OPEN INPUT ARQ-CHECKPOINT
           IF WRK-STATUS-CKPT = '00'
               READ ARQ-CHECKPOINT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CKPT-DATA TO WRK-CKPT-DATA
                       MOVE CKPT-HORA TO WRK-CKPT-HORA
               END-READ
               CLOSE ARQ-CHECKPOINT
           END-IF.

       GRAVA-CHECKPOINT.
           OPEN OUTPUT ARQ-CHECKPOINT
           MOVE WRK-MAIOR-DATA TO CKPT-DATA
           MOVE WRK-MAIOR-HORA TO CKPT-HORA
           WRITE CKPT-REC
           CLOSE ARQ-CHECKPOINT.

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

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
           MOVE 'INICIADO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-LIDA TO LOG-QTD-LIDA
           MOVE WRK-QTD-GRAVADA TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-DIVERGENCIAS TO LOG-QTD-REJEITADA
           IF WRK-QTD-DIVERGENCIAS > 0
               MOVE 'REJEICOES' TO LOG-STATUS
               MOVE 4 TO RETURN-CODE
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
       END PROGRAM ESTAPURA.
