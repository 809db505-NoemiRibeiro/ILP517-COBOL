      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRCONT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Monthly student account statement
      *             run over the LANCFIN ledger: for every student
      *             with movements in the period or a balance still
      *             open, prints the opening balance, each charge,
      *             discount, fee, payment and reversal of the period
      *             with the running balance, and the closing
      *             balance. Statements go out on the two channels
      *             NOTIFPRT uses for the notices - a printed letter
      *             addressed from ALUNOS (EXTRIMP) and a
      *             fixed-position record for the mail-merge service
      *             (EXTREXT) with the same student, name, e-mail and
      *             address fields as NOTIFEXT. Rides in DLYBATCH
      *             like EXTRFIXO: DLYREST releases it only on the
      *             last business day of the month, and zero dates
      *             in SYSIN default to the current month.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LANCAMENTOS ASSIGN TO "LANCFIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAN-CHAVE
               FILE STATUS IS WRK-STATUS-LANCAMENTOS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-IMPRESSAO ASSIGN TO "EXTRIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-IMPRESSAO.

           SELECT ARQ-EXTRATO ASSIGN TO "EXTREXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXTRATO.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-LANCAMENTOS.
           COPY LANCREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-IMPRESSAO.
       01  IMPRESSAO-REC           PIC X(100).

       FD  ARQ-EXTRATO.
       01  EXTRATO-CONTA-REC.
           03 EXC-STUDENT-ID       PIC X(10).
           03 EXC-NOME             PIC X(30).
           03 EXC-EMAIL            PIC X(40).
           03 EXC-ENDERECO         PIC X(40).
           03 EXC-DATA-INICIAL     PIC 9(08).
           03 EXC-DATA-FINAL       PIC 9(08).
           03 EXC-SALDO-ANTERIOR   PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           03 EXC-TOT-DEBITOS      PIC 9(09)V99.
           03 EXC-TOT-CREDITOS     PIC 9(09)V99.
           03 EXC-SALDO-FINAL      PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           03 EXC-DATA-GERACAO     PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-LANCAMENTOS PIC X(02).
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-STATUS-IMPRESSAO  PIC X(02).
       77 WRK-STATUS-EXTRATO    PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-INICIAL      PIC 9(08).
       77 WRK-DATA-FINAL        PIC 9(08).
       77 WRK-ANO-MES           PIC 9(06).
       77 WRK-STUDENT-ID        PIC X(10).
       77 WRK-SALDO-ANTERIOR    PIC S9(09)V99.
       77 WRK-SALDO             PIC S9(09)V99.
       77 WRK-TOT-DEBITOS       PIC 9(09)V99.
       77 WRK-TOT-CREDITOS      PIC 9(09)V99.
       77 WRK-QTD-MOVIMENTOS    PIC 9(05).
       77 WRK-SALDO-EXIBE       PIC -Z(8)9.99.
       77 WRK-VALOR-EXIBE       PIC Z(8)9.99.
       77 WRK-DC                PIC X(02).
       77 WRK-ALUNO-NO-MESTRE   PIC X(01).
       77 WRK-QTD-LIDA          PIC 9(07) VALUE 0.
       77 WRK-QTD-ALUNOS        PIC 9(06) VALUE 0.
       77 WRK-QTD-EXTRATOS      PIC 9(06) VALUE 0.
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).

       01 WRK-FIM-LANCAMENTOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-LANCAMENTOS VALUE 'S'.

       01 WRK-FIM-ALUNO PIC X VALUE 'N'.
           88 FIM-DO-ALUNO VALUE 'S'.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'EXTRCONT'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'EXTRCONT - EXTRATOS MENSAIS DA CONTA DO ALUNO'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           CALL 'STEPCTRL' USING LOG-PROGRAMA,
               WRK-DECISAO-PASSO, WRK-MOTIVO-PASSO
           IF WRK-DECISAO-PASSO = 'P'
               PERFORM GRAVA-LOG-PULADO
               STOP RUN
           END-IF
           DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD, 0 = MES '
               'CORRENTE)'
           ACCEPT WRK-DATA-INICIAL
           DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD, 0 = MES '
               'CORRENTE)'
           ACCEPT WRK-DATA-FINAL
           IF WRK-DATA-INICIAL = 0
               DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-ANO-MES
               COMPUTE WRK-DATA-INICIAL = WRK-ANO-MES * 100 + 1
           END-IF
           IF WRK-DATA-FINAL = 0
               MOVE WRK-DATA-HOJE TO WRK-DATA-FINAL
           END-IF
           IF WRK-DATA-FINAL < WRK-DATA-INICIAL
               DISPLAY 'DATA FINAL ANTERIOR A INICIAL. '
                   'EXTRATOS NAO GERADOS.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           MOVE LOW-VALUES TO LAN-CHAVE
           START ARQ-LANCAMENTOS KEY IS NOT LESS THAN LAN-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
           END-START
           IF NOT NAO-HA-MAIS-LANCAMENTOS
               PERFORM LE-LANCAMENTO
           END-IF
           PERFORM PROCESSA-ALUNO UNTIL NAO-HA-MAIS-LANCAMENTOS
           CLOSE ARQ-LANCAMENTOS
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-IMPRESSAO
           CLOSE ARQ-EXTRATO
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'LANCAMENTOS LIDOS..: ' WRK-QTD-LIDA
           DISPLAY 'ALUNOS NO EXTRATO..: ' WRK-QTD-ALUNOS
           DISPLAY 'EXTRATOS EMITIDOS..: ' WRK-QTD-EXTRATOS
           DISPLAY 'Extratos gerados em EXTRIMP e EXTREXT.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * No ledger yet means nothing to state: the step ends clean
      * with empty output files.
       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-LANCAMENTOS
           IF WRK-STATUS-LANCAMENTOS = '35'
               DISPLAY 'EXTRATO FINANCEIRO (LANCFIN) VAZIO. NADA A '
                   'EMITIR.'
               OPEN OUTPUT ARQ-IMPRESSAO
               OPEN OUTPUT ARQ-EXTRATO
               CLOSE ARQ-IMPRESSAO
               CLOSE ARQ-EXTRATO
               PERFORM GRAVA-LOG-FIM
               STOP RUN
           END-IF
           IF WRK-STATUS-LANCAMENTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O EXTRATO FINANCEIRO '
                   '(LANCFIN). STATUS: ' WRK-STATUS-LANCAMENTOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               CLOSE ARQ-LANCAMENTOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-IMPRESSAO
           OPEN OUTPUT ARQ-EXTRATO
           IF WRK-STATUS-IMPRESSAO NOT = '00'
               OR WRK-STATUS-EXTRATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR EXTRIMP/EXTREXT. STATUS: '
                   WRK-STATUS-IMPRESSAO ' ' WRK-STATUS-EXTRATO
               CLOSE ARQ-LANCAMENTOS
               CLOSE ARQ-ALUNOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

       LE-LANCAMENTO.
           READ ARQ-LANCAMENTOS NEXT
               AT END
                   SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
           END-READ.

      * First pass over the student's lines (all terms) builds the
      * opening balance and counts the movements of the period; the
      * second pass, repositioned on the student, prints them.
       PROCESSA-ALUNO.
           ADD 1 TO WRK-QTD-ALUNOS
           MOVE LAN-STUDENT-ID TO WRK-STUDENT-ID
           MOVE 0 TO WRK-SALDO-ANTERIOR
           MOVE 0 TO WRK-SALDO
           MOVE 0 TO WRK-TOT-DEBITOS
           MOVE 0 TO WRK-TOT-CREDITOS
           MOVE 0 TO WRK-QTD-MOVIMENTOS
           MOVE 'N' TO WRK-FIM-ALUNO
           PERFORM APURA-LANCAMENTO UNTIL FIM-DO-ALUNO
           COMPUTE WRK-SALDO = WRK-SALDO-ANTERIOR + WRK-TOT-DEBITOS
               - WRK-TOT-CREDITOS
           IF WRK-QTD-MOVIMENTOS > 0 OR WRK-SALDO NOT = 0
               PERFORM EMITE-EXTRATO
           END-IF.

       APURA-LANCAMENTO.
           IF NAO-HA-MAIS-LANCAMENTOS
               OR LAN-STUDENT-ID NOT = WRK-STUDENT-ID
               SET FIM-DO-ALUNO TO TRUE
           ELSE
               IF LAN-DATA < WRK-DATA-INICIAL
                   IF LANC-DEBITO
                       ADD LAN-VALOR TO WRK-SALDO-ANTERIOR
                   ELSE
                       SUBTRACT LAN-VALOR FROM WRK-SALDO-ANTERIOR
                   END-IF
               END-IF
               IF LAN-DATA >= WRK-DATA-INICIAL
                   AND LAN-DATA <= WRK-DATA-FINAL
                   ADD 1 TO WRK-QTD-MOVIMENTOS
                   IF LANC-DEBITO
                       ADD LAN-VALOR TO WRK-TOT-DEBITOS
                   ELSE
                       ADD LAN-VALOR TO WRK-TOT-CREDITOS
                   END-IF
               END-IF
               PERFORM LE-LANCAMENTO
           END-IF.

       EMITE-EXTRATO.
           ADD 1 TO WRK-QTD-EXTRATOS
           PERFORM BUSCA-ALUNO
           MOVE ALL '=' TO IMPRESSAO-REC
           WRITE IMPRESSAO-REC
           MOVE SPACES TO IMPRESSAO-REC
           STRING 'EXTRATO DA CONTA DO ALUNO - PERIODO DE '
               DELIMITED SIZE
               WRK-DATA-INICIAL DELIMITED SIZE
               ' A ' DELIMITED SIZE
               WRK-DATA-FINAL DELIMITED SIZE
               ' - EMITIDO EM ' DELIMITED SIZE
               WRK-DATA-HOJE DELIMITED SIZE
               INTO IMPRESSAO-REC
           END-STRING
           WRITE IMPRESSAO-REC
           MOVE SPACES TO IMPRESSAO-REC
           STRING 'ALUNO(A) ' DELIMITED SIZE
               FUNCTION TRIM(MST-NOME) DELIMITED SIZE
               ' (MATRICULA ' DELIMITED SIZE
               FUNCTION TRIM(WRK-STUDENT-ID) DELIMITED SIZE
               ')' DELIMITED SIZE
               INTO IMPRESSAO-REC
           END-STRING
           WRITE IMPRESSAO-REC
           PERFORM IMPRIME-ENDERECO
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-EXIBE
           MOVE 'SALDO ANTERIOR' TO IMPRESSAO-REC
           MOVE WRK-SALDO-EXIBE TO IMPRESSAO-REC(62:13)
           WRITE IMPRESSAO-REC
           MOVE 'DATA     TERMO HISTORICO' TO IMPRESSAO-REC
           MOVE 'VALOR DC        SALDO' TO IMPRESSAO-REC(54:21)
           WRITE IMPRESSAO-REC
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO
           IF WRK-QTD-MOVIMENTOS > 0
               PERFORM IMPRIME-MOVIMENTOS
           ELSE
               MOVE 'SEM MOVIMENTACAO NO PERIODO.' TO IMPRESSAO-REC
               WRITE IMPRESSAO-REC
           END-IF
           MOVE WRK-SALDO TO WRK-SALDO-EXIBE
           MOVE 'SALDO FINAL (POSITIVO = A PAGAR)' TO IMPRESSAO-REC
           MOVE WRK-SALDO-EXIBE TO IMPRESSAO-REC(62:13)
           WRITE IMPRESSAO-REC
           MOVE 'EM CASO DE DUVIDA PROCURE A TESOURARIA.'
               TO IMPRESSAO-REC
           WRITE IMPRESSAO-REC
           PERFORM GRAVA-EXTRATO-CONTA.

       IMPRIME-MOVIMENTOS.
           MOVE 'N' TO WRK-FIM-ALUNO
           MOVE 'N' TO WRK-FIM-LANCAMENTOS
           MOVE WRK-STUDENT-ID TO LAN-STUDENT-ID
           MOVE 0 TO LAN-TERMO
           MOVE 0 TO LAN-SEQUENCIA
           START ARQ-LANCAMENTOS KEY IS NOT LESS THAN LAN-CHAVE
               INVALID KEY
                   SET FIM-DO-ALUNO TO TRUE
           END-START
           PERFORM IMPRIME-UM-MOVIMENTO UNTIL FIM-DO-ALUNO.

      * Reading on past the student leaves the next student's first
      * line in the record area, where PROCESSA-ALUNO expects it.
       IMPRIME-UM-MOVIMENTO.
           READ ARQ-LANCAMENTOS NEXT
               AT END
                   SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
                   SET FIM-DO-ALUNO TO TRUE
               NOT AT END
                   IF LAN-STUDENT-ID NOT = WRK-STUDENT-ID
                       SET FIM-DO-ALUNO TO TRUE
                   ELSE
                       IF LAN-DATA >= WRK-DATA-INICIAL
                           AND LAN-DATA <= WRK-DATA-FINAL
                           PERFORM IMPRIME-LINHA-MOVIMENTO
                       END-IF
                   END-IF
           END-READ.

       IMPRIME-LINHA-MOVIMENTO.
           IF LANC-DEBITO
               ADD LAN-VALOR TO WRK-SALDO
               MOVE ' D' TO WRK-DC
           ELSE
               SUBTRACT LAN-VALOR FROM WRK-SALDO
               MOVE ' C' TO WRK-DC
           END-IF
           MOVE LAN-VALOR TO WRK-VALOR-EXIBE
           MOVE WRK-SALDO TO WRK-SALDO-EXIBE
           MOVE SPACES TO IMPRESSAO-REC
           STRING LAN-DATA DELIMITED SIZE
               ' ' LAN-TERMO DELIMITED SIZE
               ' ' LAN-HISTORICO DELIMITED SIZE
               ' ' WRK-VALOR-EXIBE DELIMITED SIZE
               WRK-DC DELIMITED SIZE
               ' ' WRK-SALDO-EXIBE DELIMITED SIZE
               INTO IMPRESSAO-REC
           END-STRING
           WRITE IMPRESSAO-REC.

       BUSCA-ALUNO.
           MOVE 'S' TO WRK-ALUNO-NO-MESTRE
           MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE 'N' TO WRK-ALUNO-NO-MESTRE
                   MOVE SPACES TO MST-NOME
                   MOVE SPACES TO MST-ENDERECO
                   MOVE SPACES TO MST-EMAIL
           END-READ.

       IMPRIME-ENDERECO.
           IF WRK-ALUNO-NO-MESTRE = 'S'
               MOVE SPACES TO IMPRESSAO-REC
               STRING 'ENDERECO: ' DELIMITED SIZE
                   FUNCTION TRIM(MST-ENDERECO) DELIMITED SIZE
                   INTO IMPRESSAO-REC
               END-STRING
               WRITE IMPRESSAO-REC
               MOVE SPACES TO IMPRESSAO-REC
               STRING 'E-MAIL..: ' DELIMITED SIZE
                   FUNCTION TRIM(MST-EMAIL) DELIMITED SIZE
                   INTO IMPRESSAO-REC
               END-STRING
               WRITE IMPRESSAO-REC
           ELSE
               MOVE SPACES TO IMPRESSAO-REC
               STRING 'ENDERECO NAO CADASTRADO NO MESTRE DE '
                   DELIMITED SIZE
                   'ALUNOS - ENTREGA MANUAL.' DELIMITED SIZE
                   INTO IMPRESSAO-REC
               END-STRING
               WRITE IMPRESSAO-REC
           END-IF.

      * Mail-merge channel: one fixed-position record per statement
      * with the totals the printed letter shows.
       GRAVA-EXTRATO-CONTA.
           MOVE WRK-STUDENT-ID TO EXC-STUDENT-ID
           MOVE MST-NOME TO EXC-NOME
           MOVE MST-EMAIL TO EXC-EMAIL
           MOVE MST-ENDERECO TO EXC-ENDERECO
           MOVE WRK-DATA-INICIAL TO EXC-DATA-INICIAL
           MOVE WRK-DATA-FINAL TO EXC-DATA-FINAL
           MOVE WRK-SALDO-ANTERIOR TO EXC-SALDO-ANTERIOR
           MOVE WRK-TOT-DEBITOS TO EXC-TOT-DEBITOS
           MOVE WRK-TOT-CREDITOS TO EXC-TOT-CREDITOS
           MOVE WRK-SALDO TO EXC-SALDO-FINAL
           MOVE WRK-DATA-HOJE TO EXC-DATA-GERACAO
           WRITE EXTRATO-CONTA-REC.

      * A step the calendar (or a restart) parked logs itself
      * skipped and ends RC 0, so the stream shows why it did not
      * run instead of it being silently absent.
       GRAVA-LOG-PULADO.
           DISPLAY 'PASSO PULADO PELO CONTROLE DE PASSOS (DLYREST).'
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
           MOVE WRK-QTD-ALUNOS TO LOG-QTD-LIDA
           MOVE WRK-QTD-EXTRATOS TO LOG-QTD-GRAVADA
           MOVE 'CONCLUIDO' TO LOG-STATUS
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
       END PROGRAM EXTRCONT.
