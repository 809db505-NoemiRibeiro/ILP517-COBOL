      *             MATRJRNL, like the other master updaters - a
      *             MSTRFWRD replay was silently losing the changes
      *             this program applied since the last backup.
      * 15/10/2026  The reversal now comes off the gross charge and
      *             the scholarship/discount is recomputed through
      *             BOLSBUSC on the reduced gross, as of the date the
      *             charge was generated, so a percentage award keeps
      *             its share and a fixed award is never worth more
      *             than what is left to charge. The net reversed is
      *             the difference in COB-VLR-LANCADO.
      * 15/10/2026  After a reversal the PRESTAC installments of the
      *             charge are rebuilt by PRESGERA on the reduced net
      *             charge, under the plan already on the charge,
      *             with the payments re-applied oldest first.
      * 15/10/2026  The reversal is written to the LANCFIN student
      *             account ledger through LANCGRAV - the gross taken
      *             off, naming the discipline, and the change in the
      *             scholarship/discount - so the charged amount no
      *             longer changes without a trace.
      * 15/10/2026  The TRANCADO entry is written with the repeat flag
      *             blank.
      * 15/10/2026  A term reopened by TERMREAB for late changes is
      *             refused like a closed one.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       77 WRK-STATUS-CATALOGO   PIC X(02).
       77 WRK-COBRANCA-DISPONIVEL PIC X(01) VALUE 'N'.
       77 WRK-VLR-ESTORNO       PIC 9(07)V99.
       77 WRK-VLR-ESTORNO-BRUTO PIC 9(07)V99.
       77 WRK-VLR-BRUTO         PIC 9(07)V99.
       77 WRK-VLR-DESCONTO      PIC 9(07)V99.
       77 WRK-TIPO-BOLSA        PIC X(01).
       77 WRK-QTD-PARCELAS      PIC 9(02).
       77 WRK-VLR-ENCARGOS-ANT  PIC 9(07)V99.
       77 WRK-VLR-DESCONTO-ANT  PIC 9(07)V99.
       77 WRK-VLR-LANCAMENTO    PIC 9(07)V99.
       77 WRK-TIPO-LANCAMENTO   PIC X(01).
       77 WRK-NATUREZA          PIC X(01).
       77 WRK-HISTORICO         PIC X(30).
       77 WRK-LANC-GRAVADO      PIC X(01).

       01 WRK-TERMO-OK PIC X VALUE 'N'.
           88 TERMO-VALIDO VALUE 'S'.
                   INVALID KEY
                       DISPLAY 'TERMO NAO CADASTRADO: ' WRK-TERMO
                   NOT INVALID KEY
                       IF TERMO-ENCERRADO OR TERMO-REABERTO
                           DISPLAY 'TERMO JA ENCERRADO: ' WRK-TERMO
                       ELSE
                           MOVE CAL-DATA-LIMITE-AJUSTE
           MOVE WRK-DATA-EXECUCAO TO MAT-DATA-LANCAMENTO
           MOVE 0 TO MAT-FREQUENCIA
           MOVE 0 TO MAT-DATA-LIMITE
           MOVE SPACE TO MAT-REPETICAO
           WRITE MATRICULA-REC
               INVALID KEY
                   DISPLAY 'REGISTRO TRANCADO NAO GRAVADO NO '

      * A drop inside the add/drop window reverses exactly what
      * FATGERA charged for the discipline: the credits on the
      * catalog times the per-credit rate kept on the charge, off
      * the gross, with the scholarship recomputed on what is left.
       ESTORNA-COBRANCA.
           IF WRK-COBRANCA-DISPONIVEL = 'S'
               MOVE WRK-CODIGO TO CAT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-VLR-ESTORNO-BRUTO =
                       CAT-CREDITOS * COB-VLR-CREDITO
                   IF WRK-VLR-ESTORNO-BRUTO > COB-VLR-BRUTO
                       MOVE COB-VLR-BRUTO TO WRK-VLR-ESTORNO-BRUTO
                   END-IF
                   COMPUTE WRK-VLR-BRUTO =
                       COB-VLR-BRUTO - WRK-VLR-ESTORNO-BRUTO
                   CALL 'BOLSBUSC' USING COB-STUDENT-ID, COB-TERMO,
                       COB-DATA-GERACAO, WRK-VLR-BRUTO,
                       WRK-VLR-DESCONTO, WRK-TIPO-BOLSA
                   COMPUTE WRK-VLR-ESTORNO = COB-VLR-LANCADO
                       - (WRK-VLR-BRUTO - WRK-VLR-DESCONTO)
                   MOVE COB-VLR-DESCONTO TO WRK-VLR-DESCONTO-ANT
                   MOVE WRK-VLR-BRUTO TO COB-VLR-BRUTO
                   MOVE WRK-VLR-DESCONTO TO COB-VLR-DESCONTO
                   MOVE WRK-TIPO-BOLSA TO COB-TIPO-BOLSA
                   COMPUTE COB-VLR-LANCADO =
                       WRK-VLR-BRUTO - WRK-VLR-DESCONTO
                   PERFORM REPARCELA-COBRANCA
                   REWRITE COBRANCA-REC
                   PERFORM REGISTRA-LANCAMENTOS
                   DISPLAY 'COBRANCA ESTORNADA EM ' WRK-VLR-ESTORNO
           END-READ.

       REGISTRA-LANCAMENTOS.
           MOVE 'E' TO WRK-TIPO-LANCAMENTO
           MOVE 'C' TO WRK-NATUREZA
           MOVE WRK-VLR-ESTORNO-BRUTO TO WRK-VLR-LANCAMENTO
           MOVE SPACES TO WRK-HISTORICO
           STRING 'TRANCAMENTO ' DELIMITED SIZE
               WRK-CODIGO DELIMITED SIZE
               INTO WRK-HISTORICO
           END-STRING
           PERFORM GRAVA-LANCAMENTO
           MOVE 'D' TO WRK-TIPO-LANCAMENTO
           MOVE 'AJUSTE DE BOLSA/DESCONTO' TO WRK-HISTORICO
           IF COB-VLR-DESCONTO < WRK-VLR-DESCONTO-ANT
               MOVE 'D' TO WRK-NATUREZA
               COMPUTE WRK-VLR-LANCAMENTO =
                   WRK-VLR-DESCONTO-ANT - COB-VLR-DESCONTO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           IF COB-VLR-DESCONTO > WRK-VLR-DESCONTO-ANT
               MOVE 'C' TO WRK-NATUREZA
               COMPUTE WRK-VLR-LANCAMENTO =
                   COB-VLR-DESCONTO - WRK-VLR-DESCONTO-ANT
               PERFORM GRAVA-LANCAMENTO
           END-IF.

       GRAVA-LANCAMENTO.
           CALL 'LANCGRAV' USING COB-STUDENT-ID, COB-TERMO,
               WRK-TIPO-LANCAMENTO, WRK-NATUREZA, WRK-DATA-EXECUCAO,
               WRK-VLR-LANCAMENTO, WRK-OPERADOR, WRK-PROGRAMA-SIGNON,
               WRK-HISTORICO, WRK-LANC-GRAVADO
           IF WRK-LANC-GRAVADO NOT = 'S'
               DISPLAY 'ESTORNO NAO REGISTRADO NO EXTRATO (LANCFIN). '
                   'AVISE O FINANCEIRO.'
           END-IF.

       REPARCELA-COBRANCA.
           MOVE COB-VLR-ENCARGOS TO WRK-VLR-ENCARGOS-ANT
           CALL 'PRESGERA' USING COB-STUDENT-ID, COB-TERMO,
               COB-DATA-GERACAO, COB-VLR-LANCADO, COB-VLR-PAGO,
               COB-PLANO, WRK-QTD-PARCELAS, COB-VLR-ENCARGOS
           IF WRK-QTD-PARCELAS = 0
               MOVE WRK-VLR-ENCARGOS-ANT TO COB-VLR-ENCARGOS
               DISPLAY 'PARCELAS DA COBRANCA NAO REFEITAS '
                   '(PRESTAC INDISPONIVEL).'
           END-IF.

       LIBERA-VAGA.
           IF WRK-OFERTAS-DISPONIVEL = 'S'
               MOVE 'N' TO WRK-OFERTA-EXISTE
