      ******************************************************************
      * Copybook: CTBMREC
      * Record layout for CTBMAPA, the general-ledger account map
      * keyed by LANCFIN movement type + debit/credit nature: the
      * ledger account debited and the one credited for every line
      * of that kind (a charge debits receivables and credits
      * tuition revenue, a payment debits the bank and credits
      * receivables, and so on). Maintained behind a level-3
      * sign-on by CTBMANT, so accounting can change the chart of
      * accounts without a program change; read by the daily
      * CTBEXTR general-ledger extract, which refuses to release an
      * extract while a movement kind has no map entry.
      ******************************************************************
       01 CONTA-MAPA-REC.
           03 CTM-CHAVE.
               05 CTM-TIPO             PIC X(01).
                   88 TIPO-MOVIMENTO-VALIDO VALUE "C" "D" "J" "P"
                                                   "E" "R".
               05 CTM-NATUREZA         PIC X(01).
                   88 NATUREZA-VALIDA       VALUE "D" "C".
           03 CTM-CONTA-DEBITO     PIC X(12).
           03 CTM-CONTA-CREDITO    PIC X(12).
           03 CTM-DESCRICAO        PIC X(30).
           03 CTM-OPERADOR         PIC X(08).
           03 CTM-DATA-ALTERACAO   PIC 9(08).
