      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCORR.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Coordinator's list of the grade
      *             corrections NOTACORR held on NOTAPEND that were
      *             not applied: the ones still waiting for a
      *             NOTAAPRV decision, with the days they have been
      *             waiting, and the ones rejected, with who
      *             rejected them, when and why. Each line shows the
      *             grade and outcome asked for and the rules the
      *             correction tripped (F after the term's end, I
      *             outcome inversion, P point limit). An optional
      *             term narrows the list (0 lists all). Report
      *             goes to CORRREL.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDENCIAS ASSIGN TO "NOTAPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-STATUS-PENDENCIAS.

           SELECT ARQ-RELATORIO ASSIGN TO "CORRREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-PENDENCIAS.
           COPY CORRREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PENDENCIAS PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-TERMO-SELECAO     PIC 9(05).
       77 WRK-QTD-PENDENTE      PIC 9(05) VALUE 0.
       77 WRK-QTD-REJEITADA     PIC 9(05) VALUE 0.
       77 WRK-DIAS              PIC S9(05).
       77 WRK-PASSO             PIC X(01).

       01 WRK-FIM-PENDENCIAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PENDENCIAS VALUE 'S'.

       01 LINHA-CORRECAO.
           03 LCR-STUDENT-ID       PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LCR-CODIGO           PIC X(05).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LCR-TERMO            PIC 9(05).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LCR-NOTA-ANTERIOR    PIC Z9.9.
           03 FILLER               PIC X(04) VALUE ' -> '.
           03 LCR-NOTA-NOVA        PIC Z9.9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LCR-SITUACAO-NOVA    PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LCR-REGRAS           PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LCR-SOLICITANTE      PIC X(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LCR-DATA-SOLICITACAO PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LCR-DETALHE          PIC X(53).
       01 LCR-DETALHE-PENDENTE REDEFINES LINHA-CORRECAO.
           03 FILLER               PIC X(79).
           03 LCR-DIAS             PIC ZZZZ9.
           03 FILLER               PIC X(48).
       01 LCR-DETALHE-REJEITADA REDEFINES LINHA-CORRECAO.
           03 FILLER               PIC X(79).
           03 LCR-DECISOR          PIC X(08).
           03 FILLER               PIC X(01).
           03 LCR-DATA-DECISAO     PIC 9(08).
           03 FILLER               PIC X(01).
           03 LCR-OBSERVACAO       PIC X(30).
           03 FILLER               PIC X(05).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'CORRREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELCORR'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'RELCORR - CORRECOES DE NOTA PENDENTES E REJEITADAS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'INFORME O TERMO (AAAAS, 0 = TODOS)'
           ACCEPT WRK-TERMO-SELECAO
           OPEN INPUT ARQ-PENDENCIAS
           IF WRK-STATUS-PENDENCIAS NOT = '00'
               DISPLAY 'NENHUMA CORRECAO RETIDA (NOTAPEND STATUS '
                   WRK-STATUS-PENDENCIAS ').'
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO RELATORIO-REC
           STRING 'CORRECOES DE NOTA RETIDAS - EMITIDO EM '
               DELIMITED SIZE
               WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE 'P' TO WRK-PASSO
           PERFORM GRAVA-SECAO
           MOVE 'R' TO WRK-PASSO
           PERFORM GRAVA-SECAO
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'PENDENTES: ' WRK-QTD-PENDENTE DELIMITED SIZE
               '   REJEITADAS: ' WRK-QTD-REJEITADA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           CLOSE ARQ-PENDENCIAS
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-SELECAO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'CORRECOES PENDENTES.: ' WRK-QTD-PENDENTE
           DISPLAY 'CORRECOES REJEITADAS: ' WRK-QTD-REJEITADA
           DISPLAY 'Relatorio gerado em CORRREL.'
           DISPLAY '---------------------------------------------------'
           GOBACK.

      * One pass over NOTAPEND per section: P lists the pending,
      * R the rejected.
       GRAVA-SECAO.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           IF WRK-PASSO = 'P'
               MOVE 'AGUARDANDO APROVACAO' TO RELATORIO-REC
           ELSE
               MOVE 'REJEITADAS' TO RELATORIO-REC
           END-IF
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           MOVE 'ALUNO' TO RELATORIO-REC(1:5)
           MOVE 'MATER' TO RELATORIO-REC(12:5)
           MOVE 'TERMO' TO RELATORIO-REC(18:5)
           MOVE 'NOTA' TO RELATORIO-REC(24:4)
           MOVE 'NOVA' TO RELATORIO-REC(32:4)
           MOVE 'SITUACAO PEDIDA' TO RELATORIO-REC(37:15)
           MOVE 'REG' TO RELATORIO-REC(58:3)
           MOVE 'SOLICIT.' TO RELATORIO-REC(62:8)
           MOVE 'EM' TO RELATORIO-REC(71:2)
           IF WRK-PASSO = 'P'
               MOVE 'DIAS' TO RELATORIO-REC(81:4)
           ELSE
               MOVE 'REJEITOU' TO RELATORIO-REC(80:8)
               MOVE 'EM' TO RELATORIO-REC(89:2)
               MOVE 'MOTIVO' TO RELATORIO-REC(98:6)
           END-IF
           WRITE RELATORIO-REC
           MOVE 'N' TO WRK-FIM-PENDENCIAS
           MOVE LOW-VALUES TO PND-CHAVE
           START ARQ-PENDENCIAS KEY IS NOT LESS THAN PND-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PENDENCIAS TO TRUE
           END-START
           PERFORM LE-PENDENCIA UNTIL NAO-HA-MAIS-PENDENCIAS.

       LE-PENDENCIA.
           READ ARQ-PENDENCIAS NEXT
               AT END
                   SET NAO-HA-MAIS-PENDENCIAS TO TRUE
               NOT AT END
                   IF PND-STATUS = WRK-PASSO
                       AND (WRK-TERMO-SELECAO = 0
                       OR PND-TERMO = WRK-TERMO-SELECAO)
                       PERFORM GRAVA-LINHA-CORRECAO
                   END-IF
           END-READ.

       GRAVA-LINHA-CORRECAO.
           MOVE SPACES TO LCR-DETALHE
           MOVE PND-STUDENT-ID TO LCR-STUDENT-ID
           MOVE PND-CODIGO TO LCR-CODIGO
           MOVE PND-TERMO TO LCR-TERMO
           MOVE PND-NOTA-ANTERIOR TO LCR-NOTA-ANTERIOR
           MOVE PND-NOTA-NOVA TO LCR-NOTA-NOVA
           MOVE PND-SITUACAO-NOVA TO LCR-SITUACAO-NOVA
           MOVE PND-REGRAS TO LCR-REGRAS
           MOVE PND-OPERADOR-SOLICITANTE TO LCR-SOLICITANTE
           MOVE PND-DATA-SOLICITACAO TO LCR-DATA-SOLICITACAO
           IF CORRECAO-PENDENTE
               COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(PND-DATA-SOLICITACAO)
               IF WRK-DIAS < 0
                   MOVE 0 TO WRK-DIAS
               END-IF
               MOVE WRK-DIAS TO LCR-DIAS
               ADD 1 TO WRK-QTD-PENDENTE
           ELSE
               MOVE PND-OPERADOR-DECISAO TO LCR-DECISOR
               MOVE PND-DATA-DECISAO TO LCR-DATA-DECISAO
               MOVE PND-OBSERVACAO TO LCR-OBSERVACAO
               ADD 1 TO WRK-QTD-REJEITADA
           END-IF
           MOVE LINHA-CORRECAO TO RELATORIO-REC
           WRITE RELATORIO-REC.
       END PROGRAM RELCORR.
