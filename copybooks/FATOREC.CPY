      ******************************************************************
      * Copybook: FATOREC
      * Record layout for FATOBRA, the client invoice and receivable
      * master for surveying jobs, keyed by the invoice number
      * FATOGERA assigns from FATOCTL when it invoices an accepted
      * ORCMSTR quote. The invoice is due FTO-DATA-VENCIMENTO;
      * FATOPAGT posts the client's payments to FTO-VLR-PAGO and
      * marks the invoice QUITADA once nothing is left owing, and
      * RELFATO ages the open balances by days past the due date.
      ******************************************************************
       01 FATURA-OBRA-REC.
           03 FTO-NUMERO           PIC 9(07).
           03 FTO-ORCAMENTO        PIC 9(07).
           03 FTO-OBRA             PIC X(08).
           03 FTO-CLIENTE          PIC X(30).
           03 FTO-DATA-EMISSAO     PIC 9(08).
           03 FTO-DATA-VENCIMENTO  PIC 9(08).
           03 FTO-VALOR            PIC 9(09)V9(02).
           03 FTO-VLR-PAGO         PIC 9(09)V9(02).
           03 FTO-DATA-ULT-PAGTO   PIC 9(08).
           03 FTO-SITUACAO         PIC X(01).
               88 FATURA-ABERTA        VALUE "A".
               88 FATURA-QUITADA       VALUE "Q".
