      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESJURO.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Nightly late-charge accrual over the
      *             PRESTAC installments, run as a DLYBATCH step: an
      *             open installment past its due date takes the
      *             plan's late fee once, on the principal still
      *             open, and simple daily interest on that principal
      *             for every day since the due date or since the
      *             last accrual. The accrual date is kept on the
      *             installment, so a rerun for the same date adds
      *             nothing and a night skipped by the calendar is
      *             caught up the next night. Each amount accrued is
      *             also added to COB-VLR-ENCARGOS on the COBRANCA
      *             charge; an installment whose charge is missing
      *             is rejected untouched (RC 4).
      * 15/10/2026  Each late fee and interest amount accrued is also
      *             written to the LANCFIN student account ledger
      *             through LANCGRAV, dated with the processing date
      *             and naming the installment.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRESTACOES ASSIGN TO "PRESTAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-STATUS-PRESTACOES.

           SELECT ARQ-COBRANCA ASSIGN TO "COBRANCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WRK-STATUS-COBRANCA.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-PRESTACOES.
           COPY PRESTREC.

       FD  ARQ-COBRANCA.
           COPY COBRREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PRESTACOES PIC X(02).
       77 WRK-STATUS-COBRANCA   PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-PROCESSO     PIC 9(08).
       77 WRK-DATA-REFERENCIA   PIC 9(08).
       77 WRK-DIAS-PROCESSO     PIC 9(07).
       77 WRK-DIAS-ATRASO       PIC S9(05).
       77 WRK-VLR-ABERTO        PIC 9(07)V99.
       77 WRK-VLR-PRINCIPAL     PIC 9(07)V99.
       77 WRK-VLR-MULTA         PIC 9(07)V99.
       77 WRK-VLR-JUROS         PIC 9(07)V99.
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-ACRESCIDA     PIC 9(06) VALUE 0.
       77 WRK-QTD-REJEITADA     PIC 9(06) VALUE 0.
       77 WRK-TOT-MULTA         PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-JUROS         PIC 9(09)V99 VALUE 0.
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).
       77 WRK-VLR-LANCAMENTO    PIC 9(07)V99.
       77 WRK-TIPO-LANCAMENTO   PIC X(01) VALUE 'J'.
       77 WRK-NATUREZA          PIC X(01) VALUE 'D'.
       77 WRK-HISTORICO         PIC X(30).
       77 WRK-OPERADOR          PIC X(08) VALUE 'PRESJURO'.
       77 WRK-LANC-GRAVADO      PIC X(01).
       77 WRK-QTD-SEM-EXTRATO   PIC 9(06) VALUE 0.

       01 WRK-FIM-PRESTACOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PRESTACOES VALUE 'S'.

       01 WRK-COBRANCA-OK PIC X VALUE 'N'.
           88 COBRANCA-ENCONTRADA VALUE 'S'.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'PRESJURO'.
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
           DISPLAY 'PRESJURO - MULTA E JUROS DAS PARCELAS VENCIDAS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           CALL 'STEPCTRL' USING LOG-PROGRAMA,
               WRK-DECISAO-PASSO, WRK-MOTIVO-PASSO
           IF WRK-DECISAO-PASSO = 'P'
               PERFORM GRAVA-LOG-PULADO
               STOP RUN
           END-IF
           DISPLAY 'DATA DE PROCESSAMENTO (AAAAMMDD, 0 = DATA DO '
               'SISTEMA)'
           ACCEPT WRK-DATA-PROCESSO
           IF WRK-DATA-PROCESSO = 0
               MOVE WRK-DATA-HOJE TO WRK-DATA-PROCESSO
           END-IF
           COMPUTE WRK-DIAS-PROCESSO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PROCESSO)
           PERFORM ABRE-ARQUIVOS
           MOVE LOW-VALUES TO PRE-CHAVE
           START ARQ-PRESTACOES KEY IS NOT LESS THAN PRE-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PRESTACOES TO TRUE
           END-START
           PERFORM LE-PRESTACAO UNTIL NAO-HA-MAIS-PRESTACOES
           CLOSE ARQ-PRESTACOES
           CLOSE ARQ-COBRANCA
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'PARCELAS LIDAS.....: ' WRK-QTD-LIDA
           DISPLAY 'PARCELAS ACRESCIDAS: ' WRK-QTD-ACRESCIDA
           DISPLAY 'PARCELAS REJEITADAS: ' WRK-QTD-REJEITADA
           DISPLAY 'MULTAS LANCADAS....: ' WRK-TOT-MULTA
           DISPLAY 'JUROS LANCADOS.....: ' WRK-TOT-JUROS
           IF WRK-QTD-SEM-EXTRATO > 0
               DISPLAY 'LANCAMENTOS FORA DO EXTRATO (LANCFIN): '
                   WRK-QTD-SEM-EXTRATO
           END-IF
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * No installment file yet means no installment can be overdue:
      * the step ends clean.
       ABRE-ARQUIVOS.
           OPEN I-O ARQ-PRESTACOES
           IF WRK-STATUS-PRESTACOES = '35'
               DISPLAY 'NENHUMA PARCELA GERADA (PRESTAC). NADA A '
                   'ACRESCER.'
               PERFORM GRAVA-LOG-FIM
               STOP RUN
           END-IF
           IF WRK-STATUS-PRESTACOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS PARCELAS (PRESTAC). '
                   'STATUS: ' WRK-STATUS-PRESTACOES
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-COBRANCA
           IF WRK-STATUS-COBRANCA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE COBRANCAS '
                   '(COBRANCA). STATUS: ' WRK-STATUS-COBRANCA
               CLOSE ARQ-PRESTACOES
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

       LE-PRESTACAO.
           READ ARQ-PRESTACOES NEXT
               AT END
                   SET NAO-HA-MAIS-PRESTACOES TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   COMPUTE WRK-VLR-ABERTO = PRE-VLR-PARCELA
                       + PRE-VLR-MULTA + PRE-VLR-JUROS - PRE-VLR-PAGO
                   IF WRK-VLR-ABERTO > 0
                       AND PRE-DATA-VENCIMENTO < WRK-DATA-PROCESSO
                       AND PRE-DATA-ULT-ACRESCIMO < WRK-DATA-PROCESSO
                       PERFORM ACRESCE-PRESTACAO
                   END-IF
           END-READ.

      * Payments settle fees first, so the principal still open is
      * the open amount capped at the installment value. The fee is
      * charged on the first accrual only; interest runs from the
      * due date, or from the last accrual date after that.
       ACRESCE-PRESTACAO.
           MOVE PRE-STUDENT-ID TO COB-STUDENT-ID
           MOVE PRE-TERMO TO COB-TERMO
           MOVE 'N' TO WRK-COBRANCA-OK
           READ ARQ-COBRANCA
               INVALID KEY
                   ADD 1 TO WRK-QTD-REJEITADA
                   DISPLAY 'PARCELA SEM COBRANCA: ' PRE-STUDENT-ID
                       ' ' PRE-TERMO ' ' PRE-NUMERO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-COBRANCA-OK
           END-READ
           IF COBRANCA-ENCONTRADA
               MOVE WRK-VLR-ABERTO TO WRK-VLR-PRINCIPAL
               IF WRK-VLR-PRINCIPAL > PRE-VLR-PARCELA
                   MOVE PRE-VLR-PARCELA TO WRK-VLR-PRINCIPAL
               END-IF
               MOVE 0 TO WRK-VLR-MULTA
               IF PRE-DATA-ULT-ACRESCIMO = 0
                   COMPUTE WRK-VLR-MULTA ROUNDED =
                       WRK-VLR-PRINCIPAL * PRE-PCT-MULTA / 100
                   MOVE PRE-DATA-VENCIMENTO TO WRK-DATA-REFERENCIA
               ELSE
                   MOVE PRE-DATA-ULT-ACRESCIMO TO WRK-DATA-REFERENCIA
               END-IF
               COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-PROCESSO
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-REFERENCIA)
               MOVE 0 TO WRK-VLR-JUROS
               IF WRK-DIAS-ATRASO > 0
                   COMPUTE WRK-VLR-JUROS ROUNDED = WRK-VLR-PRINCIPAL
                       * PRE-PCT-JUROS-DIA / 100 * WRK-DIAS-ATRASO
               END-IF
               ADD WRK-VLR-MULTA TO PRE-VLR-MULTA
               ADD WRK-VLR-JUROS TO PRE-VLR-JUROS
               MOVE WRK-DATA-PROCESSO TO PRE-DATA-ULT-ACRESCIMO
               REWRITE PRESTACAO-REC
               ADD WRK-VLR-MULTA TO COB-VLR-ENCARGOS
               ADD WRK-VLR-JUROS TO COB-VLR-ENCARGOS
               REWRITE COBRANCA-REC
               ADD 1 TO WRK-QTD-ACRESCIDA
               ADD WRK-VLR-MULTA TO WRK-TOT-MULTA
               ADD WRK-VLR-JUROS TO WRK-TOT-JUROS
               PERFORM REGISTRA-LANCAMENTOS
           END-IF.

       REGISTRA-LANCAMENTOS.
           MOVE WRK-VLR-MULTA TO WRK-VLR-LANCAMENTO
           MOVE SPACES TO WRK-HISTORICO
           STRING 'MULTA POR ATRASO PARCELA ' DELIMITED SIZE
               PRE-NUMERO DELIMITED SIZE
               INTO WRK-HISTORICO
           END-STRING
           PERFORM GRAVA-LANCAMENTO
           MOVE WRK-VLR-JUROS TO WRK-VLR-LANCAMENTO
           MOVE SPACES TO WRK-HISTORICO
           STRING 'JUROS DE MORA PARCELA ' DELIMITED SIZE
               PRE-NUMERO DELIMITED SIZE
               INTO WRK-HISTORICO
           END-STRING
           PERFORM GRAVA-LANCAMENTO.

       GRAVA-LANCAMENTO.
           CALL 'LANCGRAV' USING PRE-STUDENT-ID, PRE-TERMO,
               WRK-TIPO-LANCAMENTO, WRK-NATUREZA, WRK-DATA-PROCESSO,
               WRK-VLR-LANCAMENTO, WRK-OPERADOR, LOG-PROGRAMA,
               WRK-HISTORICO, WRK-LANC-GRAVADO
           IF WRK-LANC-GRAVADO NOT = 'S'
               ADD 1 TO WRK-QTD-SEM-EXTRATO
           END-IF.

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
           MOVE WRK-QTD-ACRESCIDA TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-REJEITADA TO LOG-QTD-REJEITADA
           IF WRK-QTD-REJEITADA > 0
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
       END PROGRAM PRESJURO.
