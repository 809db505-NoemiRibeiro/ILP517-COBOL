      *             generated (0-30, 31-60, 61-90, over 90) and
      *             bucket totals at the end. Report goes to
      *             SALDOREL.
      * 15/10/2026  The totals now also show the gross billed and
      *             the discounts given up on the charges, broken
      *             down by scholarship type from COB-TIPO-BOLSA.
      * 15/10/2026  The balance includes the late fee and interest
      *             accrued on the charge (COB-VLR-ENCARGOS). Open
      *             balances are aged by days past the due date of
      *             the oldest open PRESTAC installment, with a new
      *             A VENCER bucket for charges not yet due; charges
      *             without installments are still aged from the
      *             generation date.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WRK-STATUS-COBRANCA.

           SELECT ARQ-PRESTACOES ASSIGN TO "PRESTAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-STATUS-PRESTACOES.

           SELECT ARQ-RELATORIO ASSIGN TO "SALDOREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       FD  ARQ-COBRANCA.
           COPY COBRREC.

       FD  ARQ-PRESTACOES.
           COPY PRESTREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-COBRANCA   PIC X(02).
       77 WRK-STATUS-PRESTACOES PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-VENCIMENTO   PIC 9(08).
       77 WRK-DIAS-HOJE         PIC 9(07).
       77 WRK-DIAS-GERACAO      PIC 9(07).
       77 WRK-DIAS-ABERTO       PIC S9(05).
       77 WRK-DIAS-EXIBE        PIC -Z(4)9.
       77 WRK-SALDO             PIC S9(07)V99.
       77 WRK-SALDO-EXIBE       PIC -Z(6)9.99.
       77 WRK-FAIXA             PIC X(08).
       77 WRK-QTD-EM-ABERTO     PIC 9(06) VALUE 0.
       77 WRK-TOT-LANCADO       PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-PAGO          PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-A-VENCER      PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-FAIXA-30      PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-FAIXA-60      PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-FAIXA-90      PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-FAIXA-MAIS    PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-BRUTO         PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-DESCONTO      PIC 9(09)V99 VALUE 0.
       77 WRK-TPB-IDX           PIC 9(01).

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

       01 WRK-FIM-COBRANCA PIC X VALUE 'N'.
           88 NAO-HA-MAIS-COBRANCAS VALUE 'S'.

       01 WRK-FIM-PRESTACOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PRESTACOES VALUE 'S'.

       01 WRK-PRESTAC-ABERTO PIC X VALUE 'N'.
           88 PRESTAC-DISPONIVEL VALUE 'S'.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'SALDOREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELSALDO'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               DISPLAY 'EXECUTE O FATGERA PARA GERAR AS COBRANCAS.'
               GOBACK
           END-IF
           OPEN INPUT ARQ-PRESTACOES
           IF WRK-STATUS-PRESTACOES = '00'
               SET PRESTAC-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'PARCELAS (PRESTAC) NAO DISPONIVEIS. STATUS: '
                   WRK-STATUS-PRESTACOES
               DISPLAY 'SALDOS CLASSIFICADOS PELA DATA DE GERACAO.'
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-CABECALHO
           PERFORM LE-COBRANCA UNTIL NAO-HA-MAIS-COBRANCAS
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-COBRANCA
           IF PRESTAC-DISPONIVEL
               CLOSE ARQ-PRESTACOES
           END-IF
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'COBRANCAS LIDAS....: ' WRK-QTD-COBRANCAS
           DISPLAY 'COBRANCAS EM ABERTO: ' WRK-QTD-EM-ABERTO
           DISPLAY 'Relatorio gerado em SALDOREL.'
           MOVE SPACES TO RELATORIO-REC
           STRING 'MATRICULA  TERMO LANCADO    PAGO       SALDO'
               DELIMITED SIZE
               '       ATRASO FAIXA' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.
                   ADD 1 TO WRK-QTD-COBRANCAS
                   ADD COB-VLR-LANCADO TO WRK-TOT-LANCADO
                   ADD COB-VLR-PAGO TO WRK-TOT-PAGO
                   ADD COB-VLR-BRUTO TO WRK-TOT-BRUTO
                   ADD COB-VLR-DESCONTO TO WRK-TOT-DESCONTO
                   IF COB-VLR-DESCONTO > 0
                       PERFORM ACUMULA-DESCONTO-TIPO
                           VARYING WRK-TPB-IDX FROM 1 BY 1
                           UNTIL WRK-TPB-IDX > 5
                   END-IF
                   COMPUTE WRK-SALDO =
                       COB-VLR-LANCADO + COB-VLR-ENCARGOS
                       - COB-VLR-PAGO
                   IF WRK-SALDO > 0
                       ADD 1 TO WRK-QTD-EM-ABERTO
                       PERFORM CLASSIFICA-FAIXA
                   END-IF
           END-READ.

       ACUMULA-DESCONTO-TIPO.
           IF TPB-CODIGO(WRK-TPB-IDX) = COB-TIPO-BOLSA
               ADD 1 TO DSC-QTD(WRK-TPB-IDX)
               ADD COB-VLR-DESCONTO TO DSC-VALOR(WRK-TPB-IDX)
           END-IF.

       CLASSIFICA-FAIXA.
           MOVE COB-DATA-GERACAO TO WRK-DATA-VENCIMENTO
           IF PRESTAC-DISPONIVEL
               PERFORM BUSCA-VENCIMENTO-ABERTO
           END-IF
           COMPUTE WRK-DIAS-GERACAO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-VENCIMENTO)
           COMPUTE WRK-DIAS-ABERTO = WRK-DIAS-HOJE - WRK-DIAS-GERACAO
           EVALUATE TRUE
               WHEN WRK-DIAS-ABERTO <= 0
                   MOVE 'A VENCER' TO WRK-FAIXA
                   ADD WRK-SALDO TO WRK-TOT-A-VENCER
               WHEN WRK-DIAS-ABERTO <= 30
                   MOVE '1 A 30' TO WRK-FAIXA
                   ADD WRK-SALDO TO WRK-TOT-FAIXA-30
               WHEN WRK-DIAS-ABERTO <= 60
                   MOVE '31 A 60' TO WRK-FAIXA
                   ADD WRK-SALDO TO WRK-TOT-FAIXA-MAIS
           END-EVALUATE.

      * Installments are keyed in due-date order, so the first open
      * one under the charge key carries the due date to age from.
       BUSCA-VENCIMENTO-ABERTO.
           MOVE 'N' TO WRK-FIM-PRESTACOES
           MOVE COB-STUDENT-ID TO PRE-STUDENT-ID
           MOVE COB-TERMO TO PRE-TERMO
           MOVE 0 TO PRE-NUMERO
           START ARQ-PRESTACOES KEY IS NOT LESS THAN PRE-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PRESTACOES TO TRUE
           END-START
           PERFORM LE-PRESTACAO-ABERTA UNTIL NAO-HA-MAIS-PRESTACOES.

       LE-PRESTACAO-ABERTA.
           READ ARQ-PRESTACOES NEXT
               AT END
                   SET NAO-HA-MAIS-PRESTACOES TO TRUE
               NOT AT END
                   IF PRE-STUDENT-ID NOT = COB-STUDENT-ID
                       OR PRE-TERMO NOT = COB-TERMO
                       SET NAO-HA-MAIS-PRESTACOES TO TRUE
                   ELSE
                       IF PRE-VLR-PARCELA + PRE-VLR-MULTA
                           + PRE-VLR-JUROS > PRE-VLR-PAGO
                           MOVE PRE-DATA-VENCIMENTO
                               TO WRK-DATA-VENCIMENTO
                           SET NAO-HA-MAIS-PRESTACOES TO TRUE
                       END-IF
                   END-IF
           END-READ.

       GRAVA-LINHA-COBRANCA.
           MOVE WRK-SALDO TO WRK-SALDO-EXIBE
           MOVE WRK-DIAS-ABERTO TO WRK-DIAS-EXIBE
           MOVE SPACES TO RELATORIO-REC
           STRING COB-STUDENT-ID DELIMITED SIZE
               ' ' COB-TERMO DELIMITED SIZE
               ' ' COB-VLR-LANCADO DELIMITED SIZE
               ' ' COB-VLR-PAGO DELIMITED SIZE
               ' ' WRK-SALDO-EXIBE DELIMITED SIZE
               ' ' WRK-DIAS-EXIBE DELIMITED SIZE
               ' ' WRK-FAIXA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
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
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'TOTAL BRUTO: ' DELIMITED SIZE
               WRK-TOT-BRUTO DELIMITED SIZE
               '  DESCONTOS/BOLSAS: ' WRK-TOT-DESCONTO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           MOVE 'DESCONTOS POR TIPO DE BOLSA:' TO RELATORIO-REC
           WRITE RELATORIO-REC
           PERFORM GRAVA-DESCONTO-TIPO
               VARYING WRK-TPB-IDX FROM 1 BY 1
               UNTIL WRK-TPB-IDX > 5.

       GRAVA-DESCONTO-TIPO.
           MOVE SPACES TO RELATORIO-REC
           STRING '  ' TPB-NOME(WRK-TPB-IDX) DELIMITED SIZE
               ' ' DSC-QTD(WRK-TPB-IDX) DELIMITED SIZE
               ' COBRANCA(S)  ' DSC-VALOR(WRK-TPB-IDX) DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.
       END PROGRAM RELSALDO.
