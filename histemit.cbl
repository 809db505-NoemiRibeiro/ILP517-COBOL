      * 03/09/2026  The MATRARQV archive is now student-keyed: each
      *             document positions on the student with a keyed
      *             START instead of a full archive scan per copy.
      * 15/10/2026  A request for a student with an active hold on
      *             the BLOQUEIO holds master (read through BLOQBUSC)
      *             is not issued: it stays pending on the queue for
      *             a later run, the hold that blocks it is named on
      *             SYSOUT, and the run ends REJEICOES (RC 4).
      * 15/10/2026  Each document now closes with the credit-weighted
      *             average RELHISTO prints. An attempt flagged
      *             superseded under the course-repeat rule (MAT-
      *             REPETICAO R) is still listed, marked REPETIDA, but
      *             stays out of the average.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       77 WRK-COPIA              PIC 9(02).
       77 WRK-NOTA-EXIBE         PIC Z9.9.
       77 WRK-CREDITOS-DISC      PIC 9(02).
       77 WRK-SOMA-PONDERADA     PIC 9(07)V9(01).
       77 WRK-SOMA-CREDITOS      PIC 9(05).
       77 WRK-MEDIA-PONDERADA    PIC 9(02)V99.
       77 WRK-ALUNO-OK           PIC X(01).
       77 WRK-QTD-BLOQUEADA      PIC 9(05) VALUE 0.
       77 WRK-TIPO-BLOQUEIO      PIC X(01).
       77 WRK-MOTIVO-BLOQUEIO    PIC X(30).
       77 WRK-DATA-BLOQUEIO      PIC 9(08).
       77 WRK-DESCRICAO-BLOQUEIO PIC X(13).

       01 WRK-ALUNO-BLOQUEADO PIC X VALUE 'N'.
           88 ALUNO-BLOQUEADO VALUE 'S'.

       01 WRK-FIM-PEDIDOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PEDIDOS VALUE 'S'.
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-QTD-PEDIDOS
           DISPLAY 'DOCUMENTOS EMITIDOS: ' WRK-QTD-EMITIDA
           DISPLAY 'PEDIDOS BLOQUEADOS.: ' WRK-QTD-BLOQUEADA
           DISPLAY 'Documentos gerados em HISTOFIC.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.
               NOT AT END
                   ADD 1 TO WRK-QTD-PEDIDOS
                   IF PEDIDO-PENDENTE
                       PERFORM CONFERE-BLOQUEIO
                       IF NOT ALUNO-BLOQUEADO
                           PERFORM EMITE-PEDIDO
                           MOVE 'E' TO PED-STATUS
                       END-IF
                   END-IF
                   MOVE PEDIDO-REC TO PEDIDO-TRB-REC
                   WRITE PEDIDO-TRB-REC
           END-READ.

      * A blocked request is left pending, not dropped: it goes out
      * on the first run after the hold is released.
       CONFERE-BLOQUEIO.
           CALL 'BLOQBUSC' USING PED-STUDENT-ID, WRK-ALUNO-BLOQUEADO,
               WRK-TIPO-BLOQUEIO, WRK-MOTIVO-BLOQUEIO,
               WRK-DATA-BLOQUEIO
           IF ALUNO-BLOQUEADO
               ADD 1 TO WRK-QTD-BLOQUEADA
               EVALUATE WRK-TIPO-BLOQUEIO
                   WHEN 'F'
                       MOVE 'FINANCEIRO' TO WRK-DESCRICAO-BLOQUEIO
                   WHEN 'B'
                       MOVE 'BIBLIOTECA' TO WRK-DESCRICAO-BLOQUEIO
                   WHEN 'D'
                       MOVE 'DISCIPLINAR' TO WRK-DESCRICAO-BLOQUEIO
                   WHEN OTHER
                       MOVE 'DOCUMENTACAO' TO WRK-DESCRICAO-BLOQUEIO
               END-EVALUATE
               DISPLAY 'PEDIDO RETIDO: ' FUNCTION TRIM(PED-STUDENT-ID)
                   ' COM BLOQUEIO '
                   FUNCTION TRIM(WRK-DESCRICAO-BLOQUEIO)
                   ' DESDE ' WRK-DATA-BLOQUEIO ': '
                   FUNCTION TRIM(WRK-MOTIVO-BLOQUEIO)
           END-IF.

       EMITE-PEDIDO.
           MOVE 'S' TO WRK-ALUNO-OK
           MOVE PED-STUDENT-ID TO MST-STUDENT-ID
               INTO DOCUMENTO-REC
           END-STRING
           WRITE DOCUMENTO-REC
           MOVE 0 TO WRK-SOMA-PONDERADA
           MOVE 0 TO WRK-SOMA-CREDITOS
           PERFORM GRAVA-CORPO-HISTORICO
           PERFORM GRAVA-MEDIA-HISTORICO
           PERFORM GRAVA-LOG-EMISSAO.

      * Same archive-then-live merge RELHISTO prints, line by line
               ' ' MAT-DATA-LANCAMENTO DELIMITED SIZE
               INTO DOCUMENTO-REC
           END-STRING
           IF MAT-TENTATIVA-SUPERADA
               MOVE 'REPETIDA - FORA DA MEDIA' TO DOCUMENTO-REC(97:24)
           ELSE
               COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
                   + MAT-NOTA * WRK-CREDITOS-DISC
               ADD WRK-CREDITOS-DISC TO WRK-SOMA-CREDITOS
           END-IF
           WRITE DOCUMENTO-REC.

      * Credit-weighted, as RELHISTO computes it; an attempt
      * superseded under the course-repeat rule is printed but
      * left out.
       GRAVA-MEDIA-HISTORICO.
           IF WRK-SOMA-CREDITOS > 0
               COMPUTE WRK-MEDIA-PONDERADA ROUNDED =
                   WRK-SOMA-PONDERADA / WRK-SOMA-CREDITOS
               MOVE SPACES TO DOCUMENTO-REC
               STRING 'MEDIA PONDERADA POR CREDITOS: ' DELIMITED SIZE
                   WRK-MEDIA-PONDERADA DELIMITED SIZE
                   INTO DOCUMENTO-REC
               END-STRING
               WRITE DOCUMENTO-REC
           END-IF.

       GRAVA-LOG-EMISSAO.
           MOVE SPACES TO LOG-EMISSAO-LINHA
           STRING WRK-DATA-HOJE DELIMITED SIZE
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-PEDIDOS TO LOG-QTD-LIDA
           MOVE WRK-QTD-EMITIDA TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-BLOQUEADA TO LOG-QTD-REJEITADA
           IF WRK-QTD-BLOQUEADA > 0
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
