      *             the archive, INCOMLAP (which reads only the
      *             live master) could never lapse it, losing the
      *             grade for good.
      * 15/10/2026  A term still EM PREPARACAO (built by TERMCLON and
      *             never opened) is refused: there is nothing in it
      *             to close.
      * 15/10/2026  A term REABERTO by TERMREAB is re-closed here: the
      *             same checks run, with a roster pair counted as
      *             graded when its grade is back in the MATRARQV
      *             archive, and on close the records brought back are
      *             re-archived from MATRIMSTR (each DELETE journaled)
      *             and the re-close logged on FECHALOG.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT ARQ-ARQUIVO ASSIGN TO "MATRARQV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARV-CHAVE
               FILE STATUS IS WRK-STATUS-ARQUIVO.

           SELECT ARQ-NOTIFICA ASSIGN TO "NOTIFREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTIFICA.
       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-ARQUIVO.
           COPY MATRIC01
               REPLACING ==MATRICULA-REC== BY ==ARQUIVO-REC==
                         LEADING ==MAT== BY ==ARV==.

       FD  ARQ-NOTIFICA.
           COPY NOTIFREC.

       77 WRK-STATUS-TERMCAL    PIC X(02).
       77 WRK-STATUS-INSCRICAO  PIC X(02).
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ARQUIVO    PIC X(02).
       77 WRK-STATUS-NOTIFICA   PIC X(02).
       77 WRK-STATUS-LOG-FECHO  PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-QTD-NOTIF-PEND    PIC 9(06) VALUE 0.
       77 WRK-QTD-FALHAS        PIC 9(01) VALUE 0.
       77 WRK-RESPOSTA          PIC X(01).
       77 WRK-QTD-REARQUIVADA   PIC 9(06) VALUE 0.

       01 WRK-FIM-ROL PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ROL VALUE 'S'.
       01 WRK-TEM-NOTA PIC X VALUE 'N'.
           88 NOTA-JA-LANCADA VALUE 'S'.

       01 WRK-REENCERRAMENTO PIC X VALUE 'N'.
           88 REENCERRA-TERMO-REABERTO VALUE 'S'.

       01 WRK-ARQUIVO-ABERTO PIC X VALUE 'N'.
           88 ARQUIVO-DISPONIVEL VALUE 'S'.

       01 JRN-CHAMADA.
           03 JRN-PROGRAMA-CHAMADA PIC X(08) VALUE 'TERMFECH'.
           03 JRN-ARQUIVO-CHAMADA  PIC X(01).
           03 JRN-OPERACAO-CHAMADA PIC X(01).
           03 JRN-IMAGEM-CHAMADA   PIC X(140).

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'TERMFECH'.
           03 LOG-EVENTO        PIC X(01).
               CLOSE ARQ-CALENDARIO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           IF TERMO-EM-PREPARACAO
               DISPLAY 'TERMO AINDA EM PREPARACAO, NUNCA ABERTO: '
                   WRK-TERMO
               CLOSE ARQ-CALENDARIO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           IF TERMO-REABERTO
               MOVE 'S' TO WRK-REENCERRAMENTO
               DISPLAY 'TERMO REABERTO PELO TERMREAB: REENCERRAMENTO '
                   'COM REARQUIVAMENTO.'
           END-IF.

      * Check 1: every active roster pair of the term must have a
      * grade of record - the same join RELPENDE reports on. On
      * the re-close of a reopened term most grades are already
      * back in the archive, so a pair missing from MATRIMSTR is
      * looked up in MATRARQV as well.
       VERIFICA-PENDENCIAS-ROL.
           OPEN INPUT ARQ-INSCRICAO
           IF WRK-STATUS-INSCRICAO NOT = '00'
                       'IGNORADA.'
                   CLOSE ARQ-INSCRICAO
               ELSE
                   IF REENCERRA-TERMO-REABERTO
                       OPEN INPUT ARQ-ARQUIVO
                       IF WRK-STATUS-ARQUIVO = '00'
                           MOVE 'S' TO WRK-ARQUIVO-ABERTO
                       END-IF
                   END-IF
                   MOVE LOW-VALUES TO INS-CHAVE
                   START ARQ-INSCRICAO KEY IS NOT LESS THAN INS-CHAVE
                       INVALID KEY
                   PERFORM LE-INSCRICAO UNTIL NAO-HA-MAIS-ROL
                   CLOSE ARQ-INSCRICAO
                   CLOSE ARQ-MATRICULAS
                   IF ARQUIVO-DISPONIVEL
                       CLOSE ARQ-ARQUIVO
                       MOVE 'N' TO WRK-ARQUIVO-ABERTO
                   END-IF
               END-IF
           END-IF
           IF WRK-QTD-SEM-NOTA > 0
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-NOTA
           END-READ
           IF NOT NOTA-JA-LANCADA AND ARQUIVO-DISPONIVEL
               PERFORM CONFERE-NOTA-ARQUIVADA
           END-IF.

       CONFERE-NOTA-ARQUIVADA.
           MOVE INS-STUDENT-ID TO ARV-STUDENT-ID
           MOVE INS-CODIGO TO ARV-CODIGO
           MOVE INS-TERMO TO ARV-TERMO
           READ ARQ-ARQUIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-NOTA
           END-READ.

      * Checks 2 and 4 ride the same pass: no enrollment of the
           REWRITE CALENDARIO-REC
           CLOSE ARQ-CALENDARIO
           DISPLAY 'TERMO ENCERRADO: ' WRK-TERMO
           IF REENCERRA-TERMO-REABERTO
               PERFORM REARQUIVA-TERMO
               PERFORM GRAVA-LOG-REENCERRAMENTO
           ELSE
               DISPLAY 'EXECUTE O TERMARCH PARA ARQUIVAR O TERMO.'
           END-IF.

      * The records TERMREAB brought back - the only ones of the
      * term on the live master - return to MATRARQV the way
      * TERMARCH moves them, each DELETE journaled.
       REARQUIVA-TERMO.
           MOVE 'N' TO WRK-FIM-MATRIC
           OPEN I-O ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS '
                   '(MATRIMSTR). STATUS: ' WRK-STATUS-MATRICULAS
               DISPLAY 'EXECUTE O TERMARCH PARA REARQUIVAR O TERMO.'
           ELSE
               OPEN I-O ARQ-ARQUIVO
               IF WRK-STATUS-ARQUIVO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO MATRARQV. '
                       'STATUS: ' WRK-STATUS-ARQUIVO
                   DISPLAY 'EXECUTE O TERMARCH PARA REARQUIVAR O '
                       'TERMO.'
               ELSE
                   PERFORM REARQUIVA-MATRICULA
                       UNTIL NAO-HA-MAIS-MATRICULAS
                   CLOSE ARQ-ARQUIVO
               END-IF
               CLOSE ARQ-MATRICULAS
           END-IF
           DISPLAY 'REGISTROS REARQUIVADOS: ' WRK-QTD-REARQUIVADA.

       REARQUIVA-MATRICULA.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   IF MAT-TERMO = WRK-TERMO
                       PERFORM DEVOLVE-AO-ARQUIVO
                   END-IF
           END-READ.

       DEVOLVE-AO-ARQUIVO.
           MOVE MATRICULA-REC TO ARQUIVO-REC
           WRITE ARQUIVO-REC
               INVALID KEY
                   REWRITE ARQUIVO-REC
           END-WRITE
           DELETE ARQ-MATRICULAS
           MOVE 'M' TO JRN-ARQUIVO-CHAMADA
           MOVE 'D' TO JRN-OPERACAO-CHAMADA
           MOVE MATRICULA-REC TO JRN-IMAGEM-CHAMADA
           PERFORM GRAVA-JORNAL
           ADD 1 TO WRK-QTD-REARQUIVADA.

       GRAVA-LOG-REENCERRAMENTO.
           OPEN EXTEND ARQ-LOG-FECHO
           IF WRK-STATUS-LOG-FECHO = '35'
               OPEN OUTPUT ARQ-LOG-FECHO
           END-IF
           MOVE SPACES TO LOG-FECHO-LINHA
           STRING WRK-DATA-EXECUCAO DELIMITED SIZE
               ',' WRK-OPERADOR DELIMITED SIZE
               ',TERMO=' WRK-TERMO DELIMITED SIZE
               ',REENCERRAMENTO' DELIMITED SIZE
               ',REARQUIVADOS=' WRK-QTD-REARQUIVADA DELIMITED SIZE
               INTO LOG-FECHO-LINHA
           END-STRING
           WRITE LOG-FECHO-LINHA
           CLOSE ARQ-LOG-FECHO.

      * Every update to MATRIMSTR leaves its after-image on the
      * JRNLMATR journal through MATRJRNL, so MSTRFWRD can roll a
      * restored backup forward to the point of failure.
       GRAVA-JORNAL.
           CALL 'MATRJRNL' USING JRN-PROGRAMA-CHAMADA,
               JRN-ARQUIVO-CHAMADA, JRN-OPERACAO-CHAMADA,
               JRN-IMAGEM-CHAMADA.

       GRAVA-LOG-OVERRIDE.
           OPEN EXTEND ARQ-LOG-FECHO
