      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCRET.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Automatic posting of the bank's
      *             daily payment return file (RETBANCO), run as a
      *             DLYBATCH step: each record whose student and term
      *             match a COBRANCA charge, with an amount that fits
      *             the open balance, is posted the way FATPAGTO
      *             posts a keyed payment - paid total and date on
      *             the charge, a line on the LANCFIN ledger through
      *             LANCGRAV and the installments settled through
      *             PRESBAIX. Unknown students or terms, amounts that
      *             do not fit and references already on the
      *             student's ledger go to the RETSUSP suspense file
      *             for the finance desk. The RETCONC reconciliation
      *             prints the bank total against the posted total
      *             plus the suspense total; any suspense ends the
      *             step RC 4 and a reconciliation that does not
      *             close ends it RC 8. Until now every payment was
      *             keyed one by one off the bank's listing.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO "RETBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETORNO.

           SELECT ARQ-SUSPENSO ASSIGN TO "RETSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SUSPENSO.

           SELECT ARQ-COBRANCA ASSIGN TO "COBRANCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WRK-STATUS-COBRANCA.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-LANCAMENTOS ASSIGN TO "LANCFIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAN-CHAVE
               FILE STATUS IS WRK-STATUS-LANCAMENTOS.

           SELECT ARQ-RELATORIO ASSIGN TO "RETCONC"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-RETORNO.
           COPY RETBREC.

       FD  ARQ-SUSPENSO.
           COPY SUSPREC.

       FD  ARQ-COBRANCA.
           COPY COBRREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-LANCAMENTOS.
           COPY LANCREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-RETORNO    PIC X(02).
       77 WRK-STATUS-SUSPENSO   PIC X(02).
       77 WRK-STATUS-COBRANCA   PIC X(02).
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-STATUS-LANCAMENTOS PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-MOTIVO            PIC X(30).
       77 WRK-SALDO             PIC S9(07)V99.
       77 WRK-VLR-SOBRA         PIC 9(07)V99.
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-LANCADA       PIC 9(06) VALUE 0.
       77 WRK-QTD-SUSPENSA      PIC 9(06) VALUE 0.
       77 WRK-TOT-BANCO         PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-LANCADO       PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-SUSPENSO      PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-CONFERENCIA   PIC 9(09)V99 VALUE 0.
       77 WRK-OPERADOR          PIC X(08) VALUE 'BANCRET'.
       77 WRK-TIPO-LANCAMENTO   PIC X(01) VALUE 'P'.
       77 WRK-NATUREZA          PIC X(01) VALUE 'C'.
       77 WRK-HISTORICO         PIC X(30).
       77 WRK-LANC-GRAVADO      PIC X(01).
       77 WRK-QTD-SEM-EXTRATO   PIC 9(06) VALUE 0.
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).

       01 WRK-FIM-RETORNO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-RETORNO VALUE 'S'.

       01 WRK-FIM-LANCAMENTOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-LANCAMENTOS VALUE 'S'.

       01 WRK-REFERENCIA-OK PIC X VALUE 'N'.
           88 REFERENCIA-JA-LANCADA VALUE 'S'.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'BANCRET'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'RETCONC'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'BANCRET'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'BANCRET - BAIXA AUTOMATICA DO RETORNO BANCARIO'
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
           PERFORM LE-RETORNO UNTIL NAO-HA-MAIS-RETORNO
           CLOSE ARQ-RETORNO
           CLOSE ARQ-SUSPENSO
           CLOSE ARQ-COBRANCA
           CLOSE ARQ-ALUNOS
           PERFORM GRAVA-CONCILIACAO
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'REGISTROS DO BANCO.: ' WRK-QTD-LIDA
           DISPLAY 'PAGAMENTOS BAIXADOS: ' WRK-QTD-LANCADA
           DISPLAY 'EM SUSPENSO........: ' WRK-QTD-SUSPENSA
           IF WRK-QTD-SEM-EXTRATO > 0
               DISPLAY 'LANCAMENTOS FORA DO EXTRATO (LANCFIN): '
                   WRK-QTD-SEM-EXTRATO
           END-IF
           DISPLAY 'Conciliacao gerada em RETCONC.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * No return file tonight means the bank sent nothing: the step
      * ends clean with an empty reconciliation.
       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-RETORNO
           IF WRK-STATUS-RETORNO = '35'
               DISPLAY 'RETORNO BANCARIO (RETBANCO) NAO RECEBIDO. '
                   'NADA A BAIXAR.'
               PERFORM GRAVA-CONCILIACAO
               PERFORM GRAVA-LOG-FIM
               STOP RUN
           END-IF
           IF WRK-STATUS-RETORNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RETBANCO. STATUS: '
                   WRK-STATUS-RETORNO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-COBRANCA
           IF WRK-STATUS-COBRANCA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE COBRANCAS '
                   '(COBRANCA). STATUS: ' WRK-STATUS-COBRANCA
               CLOSE ARQ-RETORNO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               CLOSE ARQ-RETORNO
               CLOSE ARQ-COBRANCA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-SUSPENSO
           IF WRK-STATUS-SUSPENSO = '35'
               OPEN OUTPUT ARQ-SUSPENSO
           END-IF
           IF WRK-STATUS-SUSPENSO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RETSUSP. STATUS: '
                   WRK-STATUS-SUSPENSO
               CLOSE ARQ-RETORNO
               CLOSE ARQ-COBRANCA
               CLOSE ARQ-ALUNOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

       LE-RETORNO.
           READ ARQ-RETORNO
               AT END
                   SET NAO-HA-MAIS-RETORNO TO TRUE
               NOT AT END
                   IF RETORNO-REC NOT = SPACES
                       ADD 1 TO WRK-QTD-LIDA
                       PERFORM PROCESSA-RETORNO
                   END-IF
           END-READ.

      * The checks run in order and the first failure names the
      * reason the record is parked.
       PROCESSA-RETORNO.
           MOVE SPACES TO WRK-MOTIVO
           IF RET-VLR-PAGO IS NOT NUMERIC
               MOVE 'VALOR NAO NUMERICO' TO WRK-MOTIVO
           ELSE
               ADD RET-VLR-PAGO TO WRK-TOT-BANCO
               IF RET-VLR-PAGO = 0
                   MOVE 'VALOR ZERADO' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               IF RET-DATA-PAGTO IS NOT NUMERIC
                   OR RET-DATA-PAGTO = 0
                   MOVE 'DATA DE PAGAMENTO INVALIDA' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               MOVE RET-STUDENT-ID TO MST-STUDENT-ID
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE 'ALUNO NAO CADASTRADO' TO WRK-MOTIVO
               END-READ
           END-IF
           IF WRK-MOTIVO = SPACES
               IF RET-TERMO IS NOT NUMERIC
                   MOVE 'TERMO INVALIDO' TO WRK-MOTIVO
               ELSE
                   MOVE RET-STUDENT-ID TO COB-STUDENT-ID
                   MOVE RET-TERMO TO COB-TERMO
                   READ ARQ-COBRANCA
                       INVALID KEY
                           MOVE 'SEM COBRANCA NO TERMO' TO WRK-MOTIVO
                   END-READ
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               COMPUTE WRK-SALDO = COB-VLR-LANCADO + COB-VLR-ENCARGOS
                   - COB-VLR-PAGO
               IF RET-VLR-PAGO > WRK-SALDO
                   MOVE 'VALOR ACIMA DO SALDO EM ABERTO' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               PERFORM CONFERE-REFERENCIA
               IF REFERENCIA-JA-LANCADA
                   MOVE 'REFERENCIA JA BAIXADA' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               PERFORM BAIXA-PAGAMENTO
           ELSE
               PERFORM GRAVA-SUSPENSO
           END-IF.

      * The bank reference travels in the ledger description, so a
      * return file delivered twice finds its payments already on
      * the student's ledger instead of posting them again.
       CONFERE-REFERENCIA.
           MOVE 'N' TO WRK-REFERENCIA-OK
           MOVE SPACES TO WRK-HISTORICO
           STRING 'RET.BANCO ' DELIMITED SIZE
               RET-REFERENCIA DELIMITED SIZE
               INTO WRK-HISTORICO
           END-STRING
           OPEN INPUT ARQ-LANCAMENTOS
           IF WRK-STATUS-LANCAMENTOS = '00'
               MOVE 'N' TO WRK-FIM-LANCAMENTOS
               MOVE RET-STUDENT-ID TO LAN-STUDENT-ID
               MOVE RET-TERMO TO LAN-TERMO
               MOVE 0 TO LAN-SEQUENCIA
               START ARQ-LANCAMENTOS KEY IS NOT LESS THAN LAN-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
               END-START
               PERFORM PROCURA-REFERENCIA
                   UNTIL NAO-HA-MAIS-LANCAMENTOS
               CLOSE ARQ-LANCAMENTOS
           END-IF.

       PROCURA-REFERENCIA.
           READ ARQ-LANCAMENTOS NEXT
               AT END
                   SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
               NOT AT END
                   IF LAN-STUDENT-ID NOT = RET-STUDENT-ID
                       OR LAN-TERMO NOT = RET-TERMO
                       SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
                   ELSE
                       IF LANC-PAGAMENTO
                           AND LAN-HISTORICO = WRK-HISTORICO
                           SET REFERENCIA-JA-LANCADA TO TRUE
                           SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
                       END-IF
                   END-IF
           END-READ.

       BAIXA-PAGAMENTO.
           ADD RET-VLR-PAGO TO COB-VLR-PAGO
           IF RET-DATA-PAGTO > COB-DATA-ULT-PAGTO
               MOVE RET-DATA-PAGTO TO COB-DATA-ULT-PAGTO
           END-IF
           REWRITE COBRANCA-REC
           ADD 1 TO WRK-QTD-LANCADA
           ADD RET-VLR-PAGO TO WRK-TOT-LANCADO
           CALL 'LANCGRAV' USING COB-STUDENT-ID, COB-TERMO,
               WRK-TIPO-LANCAMENTO, WRK-NATUREZA, RET-DATA-PAGTO,
               RET-VLR-PAGO, WRK-OPERADOR, LOG-PROGRAMA,
               WRK-HISTORICO, WRK-LANC-GRAVADO
           IF WRK-LANC-GRAVADO NOT = 'S'
               ADD 1 TO WRK-QTD-SEM-EXTRATO
           END-IF
           CALL 'PRESBAIX' USING COB-STUDENT-ID, COB-TERMO,
               RET-VLR-PAGO, RET-DATA-PAGTO, WRK-VLR-SOBRA.

       GRAVA-SUSPENSO.
           MOVE RET-STUDENT-ID TO SUS-STUDENT-ID
           MOVE RET-TERMO TO SUS-TERMO
           MOVE RET-VLR-PAGO TO SUS-VLR-PAGO
           MOVE RET-DATA-PAGTO TO SUS-DATA-PAGTO
           MOVE RET-REFERENCIA TO SUS-REFERENCIA
           MOVE WRK-MOTIVO TO SUS-MOTIVO
           MOVE WRK-DATA-HOJE TO SUS-DATA-PROCESSO
           SET SUSPENSO-PENDENTE TO TRUE
           WRITE SUSPENSO-REC
           ADD 1 TO WRK-QTD-SUSPENSA
           IF RET-VLR-PAGO IS NUMERIC
               ADD RET-VLR-PAGO TO WRK-TOT-SUSPENSO
           END-IF
           DISPLAY 'EM SUSPENSO: ' RET-STUDENT-ID ' ' RET-TERMO ' '
               RET-REFERENCIA ' - ' FUNCTION TRIM(WRK-MOTIVO).

      * A record whose amount is not numeric adds to neither side,
      * so the two totals still close; it is counted on the suspense
      * line and the desk works it from RETSUSP.
       GRAVA-CONCILIACAO.
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO RELATORIO-REC
           STRING 'CONCILIACAO DO RETORNO BANCARIO - ' DELIMITED SIZE
               WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'TOTAL DO BANCO.....: ' DELIMITED SIZE
               WRK-QTD-LIDA DELIMITED SIZE
               ' REGISTRO(S)  ' DELIMITED SIZE
               WRK-TOT-BANCO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'BAIXADO NA COBRANCA: ' DELIMITED SIZE
               WRK-QTD-LANCADA DELIMITED SIZE
               ' REGISTRO(S)  ' DELIMITED SIZE
               WRK-TOT-LANCADO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'EM SUSPENSO........: ' DELIMITED SIZE
               WRK-QTD-SUSPENSA DELIMITED SIZE
               ' REGISTRO(S)  ' DELIMITED SIZE
               WRK-TOT-SUSPENSO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           COMPUTE WRK-TOT-CONFERENCIA =
               WRK-TOT-LANCADO + WRK-TOT-SUSPENSO
           MOVE SPACES TO RELATORIO-REC
           IF WRK-TOT-CONFERENCIA = WRK-TOT-BANCO
               STRING 'BAIXADO + SUSPENSO = ' DELIMITED SIZE
                   WRK-TOT-CONFERENCIA DELIMITED SIZE
                   '  CONFERE COM O BANCO.' DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           ELSE
               STRING 'BAIXADO + SUSPENSO = ' DELIMITED SIZE
                   WRK-TOT-CONFERENCIA DELIMITED SIZE
                   '  DIVERGE DO TOTAL DO BANCO.' DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               DISPLAY 'CONCILIACAO DIVERGENTE: BANCO '
                   WRK-TOT-BANCO ' X ' WRK-TOT-CONFERENCIA
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RELATORIO-REC
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

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
           MOVE WRK-QTD-LANCADA TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-SUSPENSA TO LOG-QTD-REJEITADA
           EVALUATE TRUE
               WHEN RETURN-CODE = 8
                   MOVE 'ERRO' TO LOG-STATUS
               WHEN WRK-QTD-SUSPENSA > 0
                   MOVE 'REJEICOES' TO LOG-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'CONCLUIDO' TO LOG-STATUS
           END-EVALUATE
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
       END PROGRAM BANCRET.
