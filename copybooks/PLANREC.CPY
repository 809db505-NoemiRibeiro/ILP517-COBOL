      ******************************************************************
      * Copybook: PLANREC
      * Record layout for PLANPAG, the tuition payment plans keyed
      * by plan code: how many installments the term charge is split
      * into, the days from the charge generation to the first due
      * date and between due dates, and the late fee (percent, once
      * per overdue installment) and daily interest (percent per
      * day late) the PRESJURO run accrues. Maintained by PLANMANT,
      * which also records the plan each student chose for a term
      * on PLANALUN (PLALREC). A student without a choice gets plan
      * 01, the institution's standard plan.
      ******************************************************************
       01 PLANO-REC.
           03 PLN-CODIGO           PIC X(02).
           03 PLN-DESCRICAO        PIC X(30).
           03 PLN-QTD-PARCELAS     PIC 9(02).
               88 QTD-PARCELAS-VALIDA VALUE 1 THRU 12.
           03 PLN-DIAS-PRIMEIRA    PIC 9(03).
           03 PLN-DIAS-INTERVALO   PIC 9(03).
           03 PLN-PCT-MULTA        PIC 9(02)V99.
           03 PLN-PCT-JUROS-DIA    PIC 9(01)V9(04).
