      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATOPAGT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Payment posting against the FATOBRA
      *             job invoices issued by FATOGERA: locates the
      *             invoice by number, shows the client, value, paid
      *             and balance, accepts the amount received - never
      *             more than the balance - and updates the paid
      *             total and last-payment date, marking the invoice
      *             QUITADA once nothing is left to pay. Behind a
      *             level-2 sign-on like FATPAGTO. RELFATO ages what
      *             is still open.
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
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-FATURAS.
           COPY FATOREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FATURAS    PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'FATOPAGT'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 2.
       77 WRK-DATA-EXECUCAO     PIC 9(08).
       77 WRK-NUMERO-FATURA     PIC 9(07).
       77 WRK-VLR-PAGAMENTO     PIC 9(09)V99.
       77 WRK-SALDO             PIC 9(09)V99.
       77 WRK-CONFIRMA          PIC X(01).
       77 WRK-CONTINUA          PIC X(01) VALUE 'N'.
       77 WRK-QTD-PAGAMENTOS    PIC 9(04) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'FATOPAGT - PAGAMENTOS DAS FATURAS DE OBRA'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           OPEN I-O ARQ-FATURAS
           IF WRK-STATUS-FATURAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS FATURAS DE OBRA (FATOBRA). '
                   'STATUS: ' WRK-STATUS-FATURAS
               DISPLAY 'NENHUMA FATURA EMITIDA PELO FATOGERA AINDA.'
               STOP RUN
           END-IF
           PERFORM SOLICITA-PAGAMENTO UNTIL
               WRK-CONTINUA = 'S' OR WRK-CONTINUA = 's'
           CLOSE ARQ-FATURAS
           DISPLAY '---------------------------------------------------'
           DISPLAY 'PAGAMENTOS LANCADOS NA SESSAO: ' WRK-QTD-PAGAMENTOS
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       SOLICITA-PAGAMENTO.
           DISPLAY 'DIGITE O NUMERO DA FATURA'
           ACCEPT WRK-NUMERO-FATURA
           MOVE WRK-NUMERO-FATURA TO FTO-NUMERO
           READ ARQ-FATURAS
               INVALID KEY
                   DISPLAY 'FATURA NAO ENCONTRADA: ' WRK-NUMERO-FATURA
               NOT INVALID KEY
                   PERFORM LANCA-PAGAMENTO
           END-READ
           DISPLAY '---------------------------------------------------'
           DISPLAY 'QUER ENCERRAR A EXECUCAO? (S/N)'
           ACCEPT WRK-CONTINUA.

       LANCA-PAGAMENTO.
           COMPUTE WRK-SALDO = FTO-VALOR - FTO-VLR-PAGO
           DISPLAY 'CLIENTE..: ' FUNCTION TRIM(FTO-CLIENTE)
           DISPLAY 'OBRA.....: ' FTO-OBRA '  ORCAMENTO: '
               FTO-ORCAMENTO
           DISPLAY 'VENCIMENTO: ' FTO-DATA-VENCIMENTO
           DISPLAY 'VALOR....: ' FTO-VALOR
           DISPLAY 'PAGO.....: ' FTO-VLR-PAGO
           DISPLAY 'SALDO....: ' WRK-SALDO
           IF FATURA-QUITADA
               DISPLAY 'FATURA QUITADA EM ' FTO-DATA-ULT-PAGTO
                   '. NADA A LANCAR.'
           ELSE
               DISPLAY 'INFORME O VALOR RECEBIDO (EX: 000012500.00)'
               ACCEPT WRK-VLR-PAGAMENTO
               IF WRK-VLR-PAGAMENTO = 0
                   DISPLAY 'VALOR ZERADO. PAGAMENTO NAO LANCADO.'
               ELSE
                   IF WRK-VLR-PAGAMENTO > WRK-SALDO
                       DISPLAY 'VALOR MAIOR QUE O SALDO DA FATURA. '
                           'PAGAMENTO NAO LANCADO.'
                   ELSE
                       PERFORM CONFIRMA-PAGAMENTO
                   END-IF
               END-IF
           END-IF.

       CONFIRMA-PAGAMENTO.
           DISPLAY 'CONFIRMA O PAGAMENTO DE ' WRK-VLR-PAGAMENTO
               '? (S/N)'
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               ADD WRK-VLR-PAGAMENTO TO FTO-VLR-PAGO
               MOVE WRK-DATA-EXECUCAO TO FTO-DATA-ULT-PAGTO
               COMPUTE WRK-SALDO = FTO-VALOR - FTO-VLR-PAGO
               IF WRK-SALDO = 0
                   SET FATURA-QUITADA TO TRUE
               END-IF
               REWRITE FATURA-OBRA-REC
               ADD 1 TO WRK-QTD-PAGAMENTOS
               IF FATURA-QUITADA
                   DISPLAY 'PAGAMENTO LANCADO. FATURA QUITADA.'
               ELSE
                   DISPLAY 'PAGAMENTO LANCADO. NOVO SALDO: '
                       WRK-SALDO
               END-IF
           ELSE
               DISPLAY 'PAGAMENTO CANCELADO.'
           END-IF.
       END PROGRAM FATOPAGT.
