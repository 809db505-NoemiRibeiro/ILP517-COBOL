      *             and last-payment date - behind a level-2 sign-on
      *             like the other update programs. RELSALDO prints
      *             the resulting balances.
      * 15/10/2026  The charge is now shown with its PRESTAC
      *             installments and the late fee and interest
      *             accrued by PRESJURO, and each payment is settled
      *             through PRESBAIX against the oldest open
      *             installment first. Whatever no installment
      *             absorbs stays on the charge as a credit.
      * 15/10/2026  Each payment is also written as a line on the
      *             LANCFIN student account ledger through LANCGRAV,
      *             with the date and the operator who keyed it - the
      *             charge alone kept only the running total and the
      *             last payment date.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WRK-STATUS-COBRANCA.

           SELECT ARQ-PRESTACOES ASSIGN TO "PRESTAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-STATUS-PRESTACOES.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  ARQ-COBRANCA.
           COPY COBRREC.

       FD  ARQ-PRESTACOES.
           COPY PRESTREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-COBRANCA   PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-CONFIRMA          PIC X(01).
       77 WRK-CONTINUA          PIC X(01) VALUE 'N'.
       77 WRK-QTD-PAGAMENTOS    PIC 9(04) VALUE 0.
       77 WRK-STATUS-PRESTACOES PIC X(02).
       77 WRK-VLR-SOBRA         PIC 9(07)V99.
       77 WRK-VLR-ABERTO        PIC 9(07)V99.
       77 WRK-VLR-ENCARGOS-PARC PIC 9(07)V99.
       77 WRK-TIPO-LANCAMENTO   PIC X(01).
       77 WRK-NATUREZA          PIC X(01).
       77 WRK-HISTORICO         PIC X(30).
       77 WRK-LANC-GRAVADO      PIC X(01).

       01 WRK-FIM-PRESTACOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PRESTACOES VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           ACCEPT WRK-CONTINUA.

       LANCA-PAGAMENTO.
           COMPUTE WRK-SALDO = COB-VLR-LANCADO + COB-VLR-ENCARGOS
               - COB-VLR-PAGO
           MOVE WRK-SALDO TO WRK-SALDO-EXIBE
           DISPLAY 'ALUNO....: ' FUNCTION TRIM(COB-NOME)
           DISPLAY 'LANCADO..: ' COB-VLR-LANCADO
           DISPLAY 'ENCARGOS.: ' COB-VLR-ENCARGOS
           DISPLAY 'PAGO.....: ' COB-VLR-PAGO
           DISPLAY 'SALDO....: ' WRK-SALDO-EXIBE
           PERFORM EXIBE-PARCELAS
           DISPLAY 'INFORME O VALOR RECEBIDO (EX: 0000125.00)'
           ACCEPT WRK-VLR-PAGAMENTO
           IF WRK-VLR-PAGAMENTO = 0
                   MOVE WRK-DATA-EXECUCAO TO COB-DATA-ULT-PAGTO
                   REWRITE COBRANCA-REC
                   ADD 1 TO WRK-QTD-PAGAMENTOS
                   PERFORM REGISTRA-LANCAMENTO
                   CALL 'PRESBAIX' USING COB-STUDENT-ID, COB-TERMO,
                       WRK-VLR-PAGAMENTO, WRK-DATA-EXECUCAO,
                       WRK-VLR-SOBRA
                   IF WRK-VLR-SOBRA > 0
                       DISPLAY 'VALOR NAO ABSORVIDO PELAS PARCELAS '
                           '(CREDITO NA COBRANCA): ' WRK-VLR-SOBRA
                   END-IF
                   COMPUTE WRK-SALDO = COB-VLR-LANCADO
                       + COB-VLR-ENCARGOS - COB-VLR-PAGO
                   MOVE WRK-SALDO TO WRK-SALDO-EXIBE
                   DISPLAY 'PAGAMENTO LANCADO. NOVO SALDO: '
                       WRK-SALDO-EXIBE
                   DISPLAY 'PAGAMENTO CANCELADO.'
               END-IF
           END-IF.

       REGISTRA-LANCAMENTO.
           MOVE 'P' TO WRK-TIPO-LANCAMENTO
           MOVE 'C' TO WRK-NATUREZA
           MOVE 'PAGAMENTO RECEBIDO' TO WRK-HISTORICO
           CALL 'LANCGRAV' USING COB-STUDENT-ID, COB-TERMO,
               WRK-TIPO-LANCAMENTO, WRK-NATUREZA, WRK-DATA-EXECUCAO,
               WRK-VLR-PAGAMENTO, WRK-OPERADOR, WRK-PROGRAMA-SIGNON,
               WRK-HISTORICO, WRK-LANC-GRAVADO
           IF WRK-LANC-GRAVADO NOT = 'S'
               DISPLAY 'PAGAMENTO LANCADO NA COBRANCA, MAS NAO NO '
                   'EXTRATO (LANCFIN). AVISE O FINANCEIRO.'
           END-IF.

      * Installments in due-date order with what is still open on
      * each; a charge generated before the installment split shows
      * none.
       EXIBE-PARCELAS.
           MOVE 'N' TO WRK-FIM-PRESTACOES
           OPEN INPUT ARQ-PRESTACOES
           IF WRK-STATUS-PRESTACOES = '00'
               MOVE COB-STUDENT-ID TO PRE-STUDENT-ID
               MOVE COB-TERMO TO PRE-TERMO
               MOVE 0 TO PRE-NUMERO
               START ARQ-PRESTACOES KEY IS NOT LESS THAN PRE-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-PRESTACOES TO TRUE
               END-START
               DISPLAY 'PARC VENCIMENTO  PARCELA    ENCARGOS   '
                   'EM ABERTO'
               PERFORM EXIBE-UMA-PARCELA
                   UNTIL NAO-HA-MAIS-PRESTACOES
               CLOSE ARQ-PRESTACOES
           END-IF.

       EXIBE-UMA-PARCELA.
           READ ARQ-PRESTACOES NEXT
               AT END
                   SET NAO-HA-MAIS-PRESTACOES TO TRUE
               NOT AT END
                   IF PRE-STUDENT-ID = COB-STUDENT-ID
                       AND PRE-TERMO = COB-TERMO
                       COMPUTE WRK-VLR-ABERTO = PRE-VLR-PARCELA
                           + PRE-VLR-MULTA + PRE-VLR-JUROS
                           - PRE-VLR-PAGO
                       COMPUTE WRK-VLR-ENCARGOS-PARC =
                           PRE-VLR-MULTA + PRE-VLR-JUROS
                       DISPLAY PRE-NUMERO '   ' PRE-DATA-VENCIMENTO
                           '  ' PRE-VLR-PARCELA ' '
                           WRK-VLR-ENCARGOS-PARC
                           ' ' WRK-VLR-ABERTO
                   ELSE
                       SET NAO-HA-MAIS-PRESTACOES TO TRUE
                   END-IF
           END-READ.
       END PROGRAM FATPAGTO.
