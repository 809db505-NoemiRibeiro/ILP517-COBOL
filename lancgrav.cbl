      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCGRAV.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New subprogram. Central writer of the LANCFIN
      *             student account ledger, the way MATRJRNL
      *             centralizes the master journal: appends one line
      *             (type, debit/credit, date, amount, operator,
      *             calling program, description) under the next
      *             sequence number of the student and term. Called
      *             by FATGERA, FATPAGTO, TRANCMAT and PRESJURO for
      *             every amount they move on a COBRANCA charge, so
      *             what a student paid, and when, can be shown line
      *             by line. A zero amount writes nothing. The
      *             returned flag is N when the ledger could not be
      *             written, for the caller to report.
      * 15/10/2026  Each new line goes out with a zero general-ledger
      *             date, for the CTBEXTR extract to pick up.
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
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-LANCAMENTOS.
           COPY LANCREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-LANCAMENTOS PIC X(02).
       77 WRK-ULTIMA-SEQUENCIA   PIC 9(05).

       01 WRK-FIM-LANCAMENTOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-LANCAMENTOS VALUE 'S'.

       LINKAGE SECTION.
       01 LNK-STUDENT-ID       PIC X(10).
       01 LNK-TERMO            PIC 9(05).
       01 LNK-TIPO             PIC X(01).
       01 LNK-NATUREZA         PIC X(01).
       01 LNK-DATA             PIC 9(08).
       01 LNK-VALOR            PIC 9(07)V99.
       01 LNK-OPERADOR         PIC X(08).
       01 LNK-PROGRAMA         PIC X(08).
       01 LNK-HISTORICO        PIC X(30).
       01 LNK-GRAVOU           PIC X(01).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-STUDENT-ID, LNK-TERMO, LNK-TIPO,
               LNK-NATUREZA, LNK-DATA, LNK-VALOR, LNK-OPERADOR,
               LNK-PROGRAMA, LNK-HISTORICO, LNK-GRAVOU.
       INICIO.
           MOVE 'S' TO LNK-GRAVOU
           IF LNK-VALOR = 0
               GOBACK
           END-IF
           OPEN I-O ARQ-LANCAMENTOS
           IF WRK-STATUS-LANCAMENTOS = '35'
               OPEN OUTPUT ARQ-LANCAMENTOS
               CLOSE ARQ-LANCAMENTOS
               OPEN I-O ARQ-LANCAMENTOS
           END-IF
           IF WRK-STATUS-LANCAMENTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O EXTRATO FINANCEIRO '
                   '(LANCFIN). STATUS: ' WRK-STATUS-LANCAMENTOS
               MOVE 'N' TO LNK-GRAVOU
               GOBACK
           END-IF
           PERFORM BUSCA-ULTIMA-SEQUENCIA
           MOVE LNK-STUDENT-ID TO LAN-STUDENT-ID
           MOVE LNK-TERMO TO LAN-TERMO
           ADD 1 TO WRK-ULTIMA-SEQUENCIA GIVING LAN-SEQUENCIA
           MOVE LNK-TIPO TO LAN-TIPO
           MOVE LNK-NATUREZA TO LAN-NATUREZA
           MOVE LNK-DATA TO LAN-DATA
           MOVE LNK-VALOR TO LAN-VALOR
           MOVE LNK-OPERADOR TO LAN-OPERADOR
           MOVE LNK-PROGRAMA TO LAN-PROGRAMA
           MOVE LNK-HISTORICO TO LAN-HISTORICO
           MOVE 0 TO LAN-DATA-CONTABIL
           WRITE LANCAMENTO-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O LANCAMENTO DE '
                       LNK-STUDENT-ID ' TERMO ' LNK-TERMO
                       '. STATUS: ' WRK-STATUS-LANCAMENTOS
                   MOVE 'N' TO LNK-GRAVOU
           END-WRITE
           CLOSE ARQ-LANCAMENTOS
           GOBACK.

      * The lines of a student and term sit together in key order;
      * the last one read before the key changes holds the highest
      * sequence in use.
       BUSCA-ULTIMA-SEQUENCIA.
           MOVE 0 TO WRK-ULTIMA-SEQUENCIA
           MOVE 'N' TO WRK-FIM-LANCAMENTOS
           MOVE LNK-STUDENT-ID TO LAN-STUDENT-ID
           MOVE LNK-TERMO TO LAN-TERMO
           MOVE 0 TO LAN-SEQUENCIA
           START ARQ-LANCAMENTOS KEY IS NOT LESS THAN LAN-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
           END-START
           PERFORM LE-LANCAMENTO UNTIL NAO-HA-MAIS-LANCAMENTOS.

       LE-LANCAMENTO.
           READ ARQ-LANCAMENTOS NEXT
               AT END
                   SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
               NOT AT END
                   IF LAN-STUDENT-ID = LNK-STUDENT-ID
                       AND LAN-TERMO = LNK-TERMO
                       MOVE LAN-SEQUENCIA TO WRK-ULTIMA-SEQUENCIA
                   ELSE
                       SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
                   END-IF
           END-READ.
       END PROGRAM LANCGRAV.
