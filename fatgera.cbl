      *             charge is written - a dropped student was
      *             simply never billed, with only a console line
      *             to say so.
      * 15/10/2026  Each charge is now priced gross (credits times
      *             rate) and the student's scholarship or discount
      *             for the term is taken off it through the shared
      *             BOLSBUSC reader of the BOLSAS master, when the
      *             generation date falls inside the award's
      *             validity window. Gross, discount and award type
      *             are kept on COBRANCA with the net charge in
      *             COB-VLR-LANCADO, and the run totals show the
      *             amount given up per scholarship type.
      * 15/10/2026  Each charge is now split into installments on
      *             PRESTAC by the shared PRESGERA routine, following
      *             the payment plan the student chose for the term
      *             on PLANALUN (plan 01 otherwise). A rerun rebuilds
      *             the split on the new net charge, re-applies the
      *             payments already posted and keeps any late fee
      *             and interest already accrued by PRESJURO.
      * 15/10/2026  The gross charge and the scholarship/discount are
      *             written to the LANCFIN student account ledger
      *             through LANCGRAV; a rerun writes only what
      *             changed, as a debit or credit adjustment, so the
      *             ledger always adds up to the charge.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       77 WRK-QTD-ROL           PIC 9(06) VALUE 0.
       77 WRK-QTD-GRAVADA       PIC 9(06) VALUE 0.
       77 WRK-VLR-TOTAL         PIC 9(09)V99 VALUE 0.
       77 WRK-VLR-TOTAL-BRUTO   PIC 9(09)V99 VALUE 0.
       77 WRK-VLR-TOTAL-DESCONTO PIC 9(09)V99 VALUE 0.
       77 WRK-VLR-BRUTO         PIC 9(07)V99.
       77 WRK-VLR-DESCONTO      PIC 9(07)V99.
       77 WRK-TIPO-BOLSA        PIC X(01).
       77 WRK-TPB-IDX           PIC 9(01).
       77 WRK-QTD-PARCELAS      PIC 9(02).
       77 WRK-QTD-SEM-PARCELAS  PIC 9(06) VALUE 0.
       77 WRK-VLR-ENCARGOS-ANT  PIC 9(07)V99.
       77 WRK-VLR-BRUTO-ANT     PIC 9(07)V99.
       77 WRK-VLR-DESCONTO-ANT  PIC 9(07)V99.
       77 WRK-VLR-LANCAMENTO    PIC 9(07)V99.
       77 WRK-TIPO-LANCAMENTO   PIC X(01).
       77 WRK-NATUREZA          PIC X(01).
       77 WRK-HISTORICO         PIC X(30).
       77 WRK-LANC-GRAVADO      PIC X(01).
       77 WRK-QTD-SEM-EXTRATO   PIC 9(06) VALUE 0.

       01 WRK-FIM-ROL PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ROL VALUE 'S'.
               05 FAT-NOME         PIC X(30).
               05 FAT-CREDITOS     PIC 9(04).

       01 WRK-TIPOS-BOLSA.
           03 FILLER PIC X(21) VALUE 'MMERITO'.
           03 FILLER PIC X(21) VALUE 'SSOCIAL'.
           03 FILLER PIC X(21) VALUE 'FDEPENDENTE FUNC.'.
           03 FILLER PIC X(21) VALUE 'CCONVENIO'.
           03 FILLER PIC X(21) VALUE 'OOUTRA'.
       01 FILLER REDEFINES WRK-TIPOS-BOLSA.
           03 TPB-TAB OCCURS 5 TIMES.
               05 TPB-CODIGO       PIC X(01).
               05 TPB-NOME         PIC X(20).

       01 DESCONTOS-POR-TIPO.
           03 DSC-TAB OCCURS 5 TIMES.
               05 DSC-QTD          PIC 9(05) VALUE 0.
               05 DSC-VALOR        PIC 9(09)V99 VALUE 0.

       01 CONTADOR        PIC 9(3) VALUE 1.
       01 WRK-FAT-IDX     PIC 9(3) VALUE 0.

           PERFORM GRAVA-LOG-FIM
           DISPLAY 'INSCRICOES FATURADAS: ' WRK-QTD-ROL
           DISPLAY 'COBRANCAS GRAVADAS..: ' WRK-QTD-GRAVADA
           DISPLAY 'VALOR TOTAL BRUTO...: ' WRK-VLR-TOTAL-BRUTO
           DISPLAY 'DESCONTOS/BOLSAS....: ' WRK-VLR-TOTAL-DESCONTO
           DISPLAY 'VALOR TOTAL LANCADO.: ' WRK-VLR-TOTAL
           IF WRK-QTD-SEM-PARCELAS > 0
               DISPLAY 'COBRANCAS SEM PARCELAS: ' WRK-QTD-SEM-PARCELAS
           END-IF
           IF WRK-QTD-SEM-EXTRATO > 0
               DISPLAY 'LANCAMENTOS FORA DO EXTRATO (LANCFIN): '
                   WRK-QTD-SEM-EXTRATO
           END-IF
           DISPLAY 'DESCONTOS POR TIPO DE BOLSA:'
           PERFORM EXIBE-DESCONTO-TIPO
               VARYING WRK-TPB-IDX FROM 1 BY 1
               UNTIL WRK-TPB-IDX > 5
           DISPLAY '---------------------------------------------------'
           STOP RUN.


      * A rerun recomputes the charge and the rate in place but
      * never touches the payments already posted by FATPAGTO.
      * The scholarship is looked up again on every run, so an award
      * keyed after the first generation is picked up by a rerun.
       GRAVA-COBRANCA.
           COMPUTE WRK-VLR-BRUTO =
               FAT-CREDITOS(CONTADOR) * WRK-VLR-CREDITO
           CALL 'BOLSBUSC' USING FAT-STUDENT-ID(CONTADOR),
               WRK-TERMO-SELECAO, WRK-DATA-HOJE, WRK-VLR-BRUTO,
               WRK-VLR-DESCONTO, WRK-TIPO-BOLSA
           MOVE FAT-STUDENT-ID(CONTADOR) TO COB-STUDENT-ID
           MOVE WRK-TERMO-SELECAO TO COB-TERMO
           READ ARQ-COBRANCA
                   MOVE WRK-TERMO-SELECAO TO COB-TERMO
                   MOVE FAT-NOME(CONTADOR) TO COB-NOME
                   MOVE WRK-VLR-CREDITO TO COB-VLR-CREDITO
                   MOVE 0 TO WRK-VLR-BRUTO-ANT
                   MOVE 0 TO WRK-VLR-DESCONTO-ANT
                   PERFORM PRECIFICA-COBRANCA
                   MOVE 0 TO COB-VLR-PAGO
                   MOVE WRK-DATA-HOJE TO COB-DATA-GERACAO
                   MOVE 0 TO COB-DATA-ULT-PAGTO
                   MOVE 0 TO COB-VLR-ENCARGOS
                   PERFORM PARCELA-COBRANCA
                   WRITE COBRANCA-REC
               NOT INVALID KEY
                   MOVE WRK-VLR-CREDITO TO COB-VLR-CREDITO
                   MOVE COB-VLR-BRUTO TO WRK-VLR-BRUTO-ANT
                   MOVE COB-VLR-DESCONTO TO WRK-VLR-DESCONTO-ANT
                   PERFORM PRECIFICA-COBRANCA
                   MOVE WRK-DATA-HOJE TO COB-DATA-GERACAO
                   PERFORM PARCELA-COBRANCA
                   REWRITE COBRANCA-REC
           END-READ
           PERFORM REGISTRA-LANCAMENTOS
           ADD COB-VLR-LANCADO TO WRK-VLR-TOTAL
           ADD COB-VLR-BRUTO TO WRK-VLR-TOTAL-BRUTO
           ADD COB-VLR-DESCONTO TO WRK-VLR-TOTAL-DESCONTO
           IF COB-VLR-DESCONTO > 0
               PERFORM ACUMULA-DESCONTO-TIPO
                   VARYING WRK-TPB-IDX FROM 1 BY 1
                   UNTIL WRK-TPB-IDX > 5
           END-IF
           ADD 1 TO WRK-QTD-GRAVADA.

       PRECIFICA-COBRANCA.
           MOVE WRK-VLR-BRUTO TO COB-VLR-BRUTO
           MOVE WRK-VLR-DESCONTO TO COB-VLR-DESCONTO
           MOVE WRK-TIPO-BOLSA TO COB-TIPO-BOLSA
           COMPUTE COB-VLR-LANCADO = WRK-VLR-BRUTO - WRK-VLR-DESCONTO.

      * The plan is looked up again on every run (blank plan in), so
      * a choice changed on PLANMANT before a rerun is honoured.
       PARCELA-COBRANCA.
           MOVE COB-VLR-ENCARGOS TO WRK-VLR-ENCARGOS-ANT
           MOVE SPACES TO COB-PLANO
           CALL 'PRESGERA' USING COB-STUDENT-ID, COB-TERMO,
               COB-DATA-GERACAO, COB-VLR-LANCADO, COB-VLR-PAGO,
               COB-PLANO, WRK-QTD-PARCELAS, COB-VLR-ENCARGOS
           IF WRK-QTD-PARCELAS = 0
               ADD 1 TO WRK-QTD-SEM-PARCELAS
               MOVE WRK-VLR-ENCARGOS-ANT TO COB-VLR-ENCARGOS
               DISPLAY 'PARCELAS NAO GERADAS (PRESTAC INDISPONIVEL) '
                   'PARA ' COB-STUDENT-ID
           END-IF.

      * A first generation posts the whole gross and discount; a
      * rerun posts the difference from what the charge held.
       REGISTRA-LANCAMENTOS.
           MOVE 'C' TO WRK-TIPO-LANCAMENTO
           IF COB-VLR-BRUTO > WRK-VLR-BRUTO-ANT
               MOVE 'D' TO WRK-NATUREZA
               COMPUTE WRK-VLR-LANCAMENTO =
                   COB-VLR-BRUTO - WRK-VLR-BRUTO-ANT
               IF WRK-VLR-BRUTO-ANT = 0
                   MOVE 'COBRANCA DO TERMO' TO WRK-HISTORICO
               ELSE
                   MOVE 'RECALCULO DA COBRANCA' TO WRK-HISTORICO
               END-IF
               PERFORM GRAVA-LANCAMENTO
           END-IF
           IF COB-VLR-BRUTO < WRK-VLR-BRUTO-ANT
               MOVE 'C' TO WRK-NATUREZA
               COMPUTE WRK-VLR-LANCAMENTO =
                   WRK-VLR-BRUTO-ANT - COB-VLR-BRUTO
               MOVE 'RECALCULO DA COBRANCA' TO WRK-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           MOVE 'D' TO WRK-TIPO-LANCAMENTO
           IF COB-VLR-DESCONTO > WRK-VLR-DESCONTO-ANT
               MOVE 'C' TO WRK-NATUREZA
               COMPUTE WRK-VLR-LANCAMENTO =
                   COB-VLR-DESCONTO - WRK-VLR-DESCONTO-ANT
               MOVE 'BOLSA/DESCONTO' TO WRK-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           IF COB-VLR-DESCONTO < WRK-VLR-DESCONTO-ANT
               MOVE 'D' TO WRK-NATUREZA
               COMPUTE WRK-VLR-LANCAMENTO =
                   WRK-VLR-DESCONTO-ANT - COB-VLR-DESCONTO
               MOVE 'AJUSTE DE BOLSA/DESCONTO' TO WRK-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF.

       GRAVA-LANCAMENTO.
           CALL 'LANCGRAV' USING COB-STUDENT-ID, COB-TERMO,
               WRK-TIPO-LANCAMENTO, WRK-NATUREZA, WRK-DATA-HOJE,
               WRK-VLR-LANCAMENTO, WRK-OPERADOR, LOG-PROGRAMA,
               WRK-HISTORICO, WRK-LANC-GRAVADO
           IF WRK-LANC-GRAVADO NOT = 'S'
               ADD 1 TO WRK-QTD-SEM-EXTRATO
           END-IF.

       ACUMULA-DESCONTO-TIPO.
           IF TPB-CODIGO(WRK-TPB-IDX) = COB-TIPO-BOLSA
               ADD 1 TO DSC-QTD(WRK-TPB-IDX)
               ADD COB-VLR-DESCONTO TO DSC-VALOR(WRK-TPB-IDX)
           END-IF.

       EXIBE-DESCONTO-TIPO.
           DISPLAY '  ' TPB-NOME(WRK-TPB-IDX) ' '
               DSC-QTD(WRK-TPB-IDX) ' ALUNO(S)  '
               DSC-VALOR(WRK-TPB-IDX).

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
