      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESGERA.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New subprogram. Builds - or rebuilds - the PRESTAC
      *             installments of one COBRANCA charge: splits the
      *             net charge by the payment plan (the plan passed
      *             in, or when blank the student's PLANALUN choice
      *             for the term, or plan 01), dates each installment
      *             from the charge generation date, and re-applies
      *             the amount already paid to the oldest
      *             installments first. Late fee and interest already
      *             accrued by PRESJURO stay with their installment
      *             number, so a FATGERA rerun or a TRANCMAT reversal
      *             never forgives charges already owed. Returns the
      *             plan used, the number of installments (zero when
      *             PRESTAC cannot be opened) and the accrued late
      *             charges carried.
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

           SELECT ARQ-PLANOS ASSIGN TO "PLANPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CODIGO
               FILE STATUS IS WRK-STATUS-PLANOS.

           SELECT ARQ-ESCOLHAS ASSIGN TO "PLANALUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WRK-STATUS-ESCOLHAS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-PRESTACOES.
           COPY PRESTREC.

       FD  ARQ-PLANOS.
           COPY PLANREC.

       FD  ARQ-ESCOLHAS.
           COPY PLALREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PRESTACOES PIC X(02).
       77 WRK-STATUS-PLANOS     PIC X(02).
       77 WRK-STATUS-ESCOLHAS   PIC X(02).
       77 WRK-QTD-PARCELAS      PIC 9(02).
       77 WRK-DIAS-PRIMEIRA     PIC 9(03).
       77 WRK-DIAS-INTERVALO    PIC 9(03).
       77 WRK-PCT-MULTA         PIC 9(02)V99.
       77 WRK-PCT-JUROS-DIA     PIC 9(01)V9(04).
       77 WRK-DIAS-GERACAO      PIC 9(07).
       77 WRK-DIAS-VENCIMENTO   PIC 9(07).
       77 WRK-VLR-PARCELA       PIC 9(07)V99.
       77 WRK-VLR-RESTANTE      PIC 9(07)V99.
       77 WRK-VLR-ABERTO        PIC 9(07)V99.

       01 WRK-FIM-PRESTACOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PRESTACOES VALUE 'S'.

       01 PARCELAS-ANTERIORES.
           03 ANT-TAB OCCURS 12 TIMES.
               05 ANT-VLR-MULTA        PIC 9(07)V99.
               05 ANT-VLR-JUROS        PIC 9(07)V99.
               05 ANT-DATA-ULT-ACRESCIMO PIC 9(08).
               05 ANT-DATA-ULT-PAGTO   PIC 9(08).

       01 PARCELAS-NOVAS.
           03 NOV-TAB OCCURS 12 TIMES.
               05 NOV-DATA-VENCIMENTO  PIC 9(08).
               05 NOV-VLR-PARCELA      PIC 9(07)V99.
               05 NOV-VLR-MULTA        PIC 9(07)V99.
               05 NOV-VLR-JUROS        PIC 9(07)V99.
               05 NOV-VLR-PAGO         PIC 9(07)V99.
               05 NOV-DATA-ULT-ACRESCIMO PIC 9(08).
               05 NOV-DATA-ULT-PAGTO   PIC 9(08).

       01 CONTADOR        PIC 9(2) VALUE 1.

       LINKAGE SECTION.
       01 LNK-STUDENT-ID       PIC X(10).
       01 LNK-TERMO            PIC 9(05).
       01 LNK-DATA-GERACAO     PIC 9(08).
       01 LNK-VLR-LANCADO      PIC 9(07)V99.
       01 LNK-VLR-PAGO         PIC 9(07)V99.
       01 LNK-PLANO            PIC X(02).
       01 LNK-QTD-PARCELAS     PIC 9(02).
       01 LNK-VLR-ENCARGOS     PIC 9(07)V99.
      ******************************************************************
       PROCEDURE DIVISION USING LNK-STUDENT-ID, LNK-TERMO,
               LNK-DATA-GERACAO, LNK-VLR-LANCADO, LNK-VLR-PAGO,
               LNK-PLANO, LNK-QTD-PARCELAS, LNK-VLR-ENCARGOS.
       INICIO.
           MOVE 0 TO LNK-QTD-PARCELAS
           MOVE 0 TO LNK-VLR-ENCARGOS
           INITIALIZE PARCELAS-ANTERIORES
           INITIALIZE PARCELAS-NOVAS
           PERFORM DEFINE-PLANO
           OPEN I-O ARQ-PRESTACOES
           IF WRK-STATUS-PRESTACOES = '35'
               OPEN OUTPUT ARQ-PRESTACOES
               CLOSE ARQ-PRESTACOES
               OPEN I-O ARQ-PRESTACOES
           END-IF
           IF WRK-STATUS-PRESTACOES NOT = '00'
               GOBACK
           END-IF
           PERFORM REMOVE-PARCELAS-ANTERIORES
           PERFORM MONTA-PARCELA
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-PARCELAS
           PERFORM TRANSPORTA-ENCARGOS
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > 12
           MOVE LNK-VLR-PAGO TO WRK-VLR-RESTANTE
           PERFORM APLICA-PAGO
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-PARCELAS
           PERFORM GRAVA-PARCELA
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-PARCELAS
           CLOSE ARQ-PRESTACOES
           MOVE WRK-QTD-PARCELAS TO LNK-QTD-PARCELAS
           GOBACK.

      * Compiled default, used when the plan is not on PLANPAG or the
      * file does not exist: one installment due ten days after the
      * charge is generated, 2% late fee and 0,0333% a day interest
      * (1% a month). It is recorded as plan 00.
       DEFINE-PLANO.
           MOVE 1 TO WRK-QTD-PARCELAS
           MOVE 10 TO WRK-DIAS-PRIMEIRA
           MOVE 30 TO WRK-DIAS-INTERVALO
           MOVE 2 TO WRK-PCT-MULTA
           MOVE 0.0333 TO WRK-PCT-JUROS-DIA
           IF LNK-PLANO = SPACES
               MOVE '01' TO LNK-PLANO
               OPEN INPUT ARQ-ESCOLHAS
               IF WRK-STATUS-ESCOLHAS = '00'
                   MOVE LNK-STUDENT-ID TO PLA-STUDENT-ID
                   MOVE LNK-TERMO TO PLA-TERMO
                   READ ARQ-ESCOLHAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PLA-CODIGO-PLANO TO LNK-PLANO
                   END-READ
                   CLOSE ARQ-ESCOLHAS
               END-IF
           END-IF
           OPEN INPUT ARQ-PLANOS
           IF WRK-STATUS-PLANOS NOT = '00'
               MOVE '00' TO LNK-PLANO
           ELSE
               MOVE LNK-PLANO TO PLN-CODIGO
               READ ARQ-PLANOS
                   INVALID KEY
                       MOVE '00' TO LNK-PLANO
                   NOT INVALID KEY
                       PERFORM ASSUME-PLANO
               END-READ
               CLOSE ARQ-PLANOS
           END-IF.

       ASSUME-PLANO.
           IF QTD-PARCELAS-VALIDA
               MOVE PLN-QTD-PARCELAS TO WRK-QTD-PARCELAS
               MOVE PLN-DIAS-PRIMEIRA TO WRK-DIAS-PRIMEIRA
               MOVE PLN-DIAS-INTERVALO TO WRK-DIAS-INTERVALO
               MOVE PLN-PCT-MULTA TO WRK-PCT-MULTA
               MOVE PLN-PCT-JUROS-DIA TO WRK-PCT-JUROS-DIA
           ELSE
               MOVE '00' TO LNK-PLANO
           END-IF.

      * The old installments of the charge are read off and deleted,
      * keeping only what PRESJURO accrued on each of them.
       REMOVE-PARCELAS-ANTERIORES.
           MOVE 'N' TO WRK-FIM-PRESTACOES
           MOVE LNK-STUDENT-ID TO PRE-STUDENT-ID
           MOVE LNK-TERMO TO PRE-TERMO
           MOVE 0 TO PRE-NUMERO
           START ARQ-PRESTACOES KEY IS NOT LESS THAN PRE-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PRESTACOES TO TRUE
           END-START
           PERFORM REMOVE-UMA-PARCELA UNTIL NAO-HA-MAIS-PRESTACOES.

       REMOVE-UMA-PARCELA.
           READ ARQ-PRESTACOES NEXT
               AT END
                   SET NAO-HA-MAIS-PRESTACOES TO TRUE
               NOT AT END
                   IF PRE-STUDENT-ID = LNK-STUDENT-ID
                       AND PRE-TERMO = LNK-TERMO
                       IF PRE-NUMERO > 0 AND PRE-NUMERO <= 12
                           MOVE PRE-VLR-MULTA
                               TO ANT-VLR-MULTA(PRE-NUMERO)
                           MOVE PRE-VLR-JUROS
                               TO ANT-VLR-JUROS(PRE-NUMERO)
                           MOVE PRE-DATA-ULT-ACRESCIMO
                               TO ANT-DATA-ULT-ACRESCIMO(PRE-NUMERO)
                           MOVE PRE-DATA-ULT-PAGTO
                               TO ANT-DATA-ULT-PAGTO(PRE-NUMERO)
                       END-IF
                       DELETE ARQ-PRESTACOES
                   ELSE
                       SET NAO-HA-MAIS-PRESTACOES TO TRUE
                   END-IF
           END-READ.

      * Equal installments truncated to the cent; the last one takes
      * the remainder so the split always adds up to the charge.
       MONTA-PARCELA.
           IF CONTADOR = 1
               COMPUTE WRK-DIAS-GERACAO =
                   FUNCTION INTEGER-OF-DATE(LNK-DATA-GERACAO)
               COMPUTE WRK-VLR-PARCELA =
                   LNK-VLR-LANCADO / WRK-QTD-PARCELAS
           END-IF
           IF CONTADOR = WRK-QTD-PARCELAS
               COMPUTE NOV-VLR-PARCELA(CONTADOR) = LNK-VLR-LANCADO
                   - WRK-VLR-PARCELA * (WRK-QTD-PARCELAS - 1)
           ELSE
               MOVE WRK-VLR-PARCELA TO NOV-VLR-PARCELA(CONTADOR)
           END-IF
           COMPUTE WRK-DIAS-VENCIMENTO = WRK-DIAS-GERACAO
               + WRK-DIAS-PRIMEIRA
               + WRK-DIAS-INTERVALO * (CONTADOR - 1)
           COMPUTE NOV-DATA-VENCIMENTO(CONTADOR) =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-VENCIMENTO)
           MOVE ANT-VLR-MULTA(CONTADOR) TO NOV-VLR-MULTA(CONTADOR)
           MOVE ANT-VLR-JUROS(CONTADOR) TO NOV-VLR-JUROS(CONTADOR)
           MOVE ANT-DATA-ULT-ACRESCIMO(CONTADOR)
               TO NOV-DATA-ULT-ACRESCIMO(CONTADOR)
           MOVE ANT-DATA-ULT-PAGTO(CONTADOR)
               TO NOV-DATA-ULT-PAGTO(CONTADOR).

      * A plan with fewer installments than before leaves the late
      * charges of the dropped numbers on the new last installment.
       TRANSPORTA-ENCARGOS.
           IF CONTADOR > WRK-QTD-PARCELAS
               ADD ANT-VLR-MULTA(CONTADOR)
                   TO NOV-VLR-MULTA(WRK-QTD-PARCELAS)
               ADD ANT-VLR-JUROS(CONTADOR)
                   TO NOV-VLR-JUROS(WRK-QTD-PARCELAS)
           END-IF.

       APLICA-PAGO.
           COMPUTE WRK-VLR-ABERTO = NOV-VLR-PARCELA(CONTADOR)
               + NOV-VLR-MULTA(CONTADOR) + NOV-VLR-JUROS(CONTADOR)
           IF WRK-VLR-RESTANTE >= WRK-VLR-ABERTO
               MOVE WRK-VLR-ABERTO TO NOV-VLR-PAGO(CONTADOR)
               SUBTRACT WRK-VLR-ABERTO FROM WRK-VLR-RESTANTE
           ELSE
               MOVE WRK-VLR-RESTANTE TO NOV-VLR-PAGO(CONTADOR)
               MOVE 0 TO WRK-VLR-RESTANTE
           END-IF.

       GRAVA-PARCELA.
           MOVE LNK-STUDENT-ID TO PRE-STUDENT-ID
           MOVE LNK-TERMO TO PRE-TERMO
           MOVE CONTADOR TO PRE-NUMERO
           MOVE NOV-DATA-VENCIMENTO(CONTADOR) TO PRE-DATA-VENCIMENTO
           MOVE NOV-VLR-PARCELA(CONTADOR) TO PRE-VLR-PARCELA
           MOVE NOV-VLR-MULTA(CONTADOR) TO PRE-VLR-MULTA
           MOVE NOV-VLR-JUROS(CONTADOR) TO PRE-VLR-JUROS
           MOVE NOV-VLR-PAGO(CONTADOR) TO PRE-VLR-PAGO
           MOVE WRK-PCT-MULTA TO PRE-PCT-MULTA
           MOVE WRK-PCT-JUROS-DIA TO PRE-PCT-JUROS-DIA
           MOVE NOV-DATA-ULT-ACRESCIMO(CONTADOR)
               TO PRE-DATA-ULT-ACRESCIMO
           MOVE NOV-DATA-ULT-PAGTO(CONTADOR) TO PRE-DATA-ULT-PAGTO
           WRITE PRESTACAO-REC
           END-WRITE
           ADD PRE-VLR-MULTA TO LNK-VLR-ENCARGOS
           ADD PRE-VLR-JUROS TO LNK-VLR-ENCARGOS.
       END PROGRAM PRESGERA.
