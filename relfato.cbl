      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFATO.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Balance and aging report over the
      *             FATOBRA job invoices, in the layout of RELSALDO:
      *             per open invoice the client, value, paid and
      *             outstanding, aged by days past its due date
      *             (A VENCER, 1-30, 31-60, 61-90, over 90) with
      *             bucket totals at the end. Report goes to
      *             FATOREL and is registered through RELREGIS.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATURAS ASSIGN TO "FATOBRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTO-NUMERO
               FILE STATUS IS WRK-STATUS-FATURAS.

           SELECT ARQ-RELATORIO ASSIGN TO "FATOREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-FATURAS.
           COPY FATOREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FATURAS    PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DIAS-HOJE         PIC 9(07).
       77 WRK-DIAS-VENCIMENTO   PIC 9(07).
       77 WRK-DIAS-ABERTO       PIC S9(05).
       77 WRK-DIAS-EXIBE        PIC -Z(4)9.
       77 WRK-SALDO             PIC 9(09)V99.
       77 WRK-FAIXA             PIC X(08).
       77 WRK-QTD-FATURAS       PIC 9(06) VALUE 0.
       77 WRK-QTD-EM-ABERTO     PIC 9(06) VALUE 0.
       77 WRK-TOT-FATURADO      PIC 9(11)V99 VALUE 0.
       77 WRK-TOT-PAGO          PIC 9(11)V99 VALUE 0.
       77 WRK-TOT-A-VENCER      PIC 9(11)V99 VALUE 0.
       77 WRK-TOT-FAIXA-30      PIC 9(11)V99 VALUE 0.
       77 WRK-TOT-FAIXA-60      PIC 9(11)V99 VALUE 0.
       77 WRK-TOT-FAIXA-90      PIC 9(11)V99 VALUE 0.
       77 WRK-TOT-FAIXA-MAIS    PIC 9(11)V99 VALUE 0.

       01 WRK-FIM-FATURAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-FATURAS VALUE 'S'.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'FATOREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELFATO'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'RELFATO - SALDOS E VENCIMENTOS DAS FATURAS DE OBRA'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
           OPEN INPUT ARQ-FATURAS
           IF WRK-STATUS-FATURAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS FATURAS DE OBRA (FATOBRA). '
                   'STATUS: ' WRK-STATUS-FATURAS
               DISPLAY 'NENHUMA FATURA EMITIDA PELO FATOGERA AINDA.'
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-CABECALHO
           PERFORM LE-FATURA UNTIL NAO-HA-MAIS-FATURAS
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-FATURAS
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'FATURAS LIDAS....: ' WRK-QTD-FATURAS
           DISPLAY 'FATURAS EM ABERTO: ' WRK-QTD-EM-ABERTO
           DISPLAY 'Relatorio gerado em FATOREL.'
           DISPLAY '---------------------------------------------------'
           GOBACK.

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'SALDOS DAS FATURAS DE OBRA - ' DELIMITED SIZE
               WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'FATURA  CLIENTE                        VENCIMENTO'
               DELIMITED SIZE
               ' VALOR        PAGO         SALDO        ATRASO FAIXA'
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       LE-FATURA.
           READ ARQ-FATURAS NEXT
               AT END
                   SET NAO-HA-MAIS-FATURAS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-FATURAS
                   ADD FTO-VALOR TO WRK-TOT-FATURADO
                   ADD FTO-VLR-PAGO TO WRK-TOT-PAGO
                   IF FATURA-ABERTA
                       COMPUTE WRK-SALDO = FTO-VALOR - FTO-VLR-PAGO
                       ADD 1 TO WRK-QTD-EM-ABERTO
                       PERFORM CLASSIFICA-FAIXA
                       PERFORM GRAVA-LINHA-FATURA
                   END-IF
           END-READ.

       CLASSIFICA-FAIXA.
           COMPUTE WRK-DIAS-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE(FTO-DATA-VENCIMENTO)
           COMPUTE WRK-DIAS-ABERTO =
               WRK-DIAS-HOJE - WRK-DIAS-VENCIMENTO
           EVALUATE TRUE
               WHEN WRK-DIAS-ABERTO <= 0
                   MOVE 'A VENCER' TO WRK-FAIXA
                   ADD WRK-SALDO TO WRK-TOT-A-VENCER
               WHEN WRK-DIAS-ABERTO <= 30
                   MOVE '1 A 30' TO WRK-FAIXA
                   ADD WRK-SALDO TO WRK-TOT-FAIXA-30
               WHEN WRK-DIAS-ABERTO <= 60
                   MOVE '31 A 60' TO WRK-FAIXA
                   ADD WRK-SALDO TO WRK-TOT-FAIXA-60
               WHEN WRK-DIAS-ABERTO <= 90
                   MOVE '61 A 90' TO WRK-FAIXA
                   ADD WRK-SALDO TO WRK-TOT-FAIXA-90
               WHEN OTHER
                   MOVE 'MAIS 90' TO WRK-FAIXA
                   ADD WRK-SALDO TO WRK-TOT-FAIXA-MAIS
           END-EVALUATE.

       GRAVA-LINHA-FATURA.
           MOVE WRK-DIAS-ABERTO TO WRK-DIAS-EXIBE
           MOVE SPACES TO RELATORIO-REC
           STRING FTO-NUMERO DELIMITED SIZE
               ' ' FTO-CLIENTE DELIMITED SIZE
               ' ' FTO-DATA-VENCIMENTO DELIMITED SIZE
               ' ' FTO-VALOR DELIMITED SIZE
               ' ' FTO-VLR-PAGO DELIMITED SIZE
               ' ' WRK-SALDO DELIMITED SIZE
               ' ' WRK-DIAS-EXIBE DELIMITED SIZE
               ' ' WRK-FAIXA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'TOTAL FATURADO: ' DELIMITED SIZE
               WRK-TOT-FATURADO DELIMITED SIZE
               '  TOTAL RECEBIDO: ' WRK-TOT-PAGO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'EM ABERTO A VENCER: ' DELIMITED SIZE
               WRK-TOT-A-VENCER DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'VENCIDO POR FAIXA - 1-30: ' DELIMITED SIZE
               WRK-TOT-FAIXA-30 DELIMITED SIZE
               '  31-60: ' WRK-TOT-FAIXA-60 DELIMITED SIZE
               '  61-90: ' WRK-TOT-FAIXA-90 DELIMITED SIZE
               '  MAIS DE 90: ' WRK-TOT-FAIXA-MAIS DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.
       END PROGRAM RELFATO.
