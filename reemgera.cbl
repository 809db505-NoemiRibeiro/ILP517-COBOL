      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMGERA.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Nightly search for student credit
      *             balances, run as a DLYBATCH step: every COBRANCA
      *             charge whose paid total is above the charge plus
      *             fees gets a PENDENTE refund request on REEMBOLS
      *             for the credit, to be approved in REEMAPRV. A
      *             request still pending follows the credit when it
      *             changes and is cancelled when the credit is gone;
      *             an approved one is left for REEMPAGA to settle.
      *             Until now RELSALDO showed the credit and nobody
      *             acted on it.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COBRANCA ASSIGN TO "COBRANCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WRK-STATUS-COBRANCA.

           SELECT ARQ-REEMBOLSOS ASSIGN TO "REEMBOLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REE-CHAVE
               FILE STATUS IS WRK-STATUS-REEMBOLSOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-COBRANCA.
           COPY COBRREC.

       FD  ARQ-REEMBOLSOS.
           COPY REEMBREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-COBRANCA   PIC X(02).
       77 WRK-STATUS-REEMBOLSOS PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-PROCESSO     PIC 9(08).
       77 WRK-VLR-CREDITO       PIC S9(07)V99.
       77 WRK-ULTIMA-SEQUENCIA  PIC 9(03).
       77 WRK-SEQUENCIA-ABERTA  PIC 9(03).
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-GERADA        PIC 9(06) VALUE 0.
       77 WRK-QTD-ATUALIZADA    PIC 9(06) VALUE 0.
       77 WRK-QTD-CANCELADA     PIC 9(06) VALUE 0.
       77 WRK-QTD-GRAVADA       PIC 9(06) VALUE 0.
       77 WRK-TOT-CREDITO       PIC 9(09)V99 VALUE 0.
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).

       01 WRK-FIM-COBRANCA PIC X VALUE 'N'.
           88 NAO-HA-MAIS-COBRANCAS VALUE 'S'.

       01 WRK-FIM-REEMBOLSOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-REEMBOLSOS VALUE 'S'.

       01 WRK-SITUACAO-ABERTA PIC X VALUE SPACE.
           88 SEM-PEDIDO-ABERTO VALUE SPACE.
           88 PEDIDO-PENDENTE   VALUE 'P'.
           88 PEDIDO-APROVADO   VALUE 'A'.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'REEMGERA'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'REEMGERA - PEDIDOS DE REEMBOLSO DE SALDO CREDOR'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           CALL 'STEPCTRL' USING LOG-PROGRAMA,
               WRK-DECISAO-PASSO, WRK-MOTIVO-PASSO
           IF WRK-DECISAO-PASSO = 'P'
               PERFORM GRAVA-LOG-PULADO
               STOP RUN
           END-IF
           DISPLAY 'DATA DE PROCESSAMENTO (AAAAMMDD, 0 = DATA DO '
               'SISTEMA)'
           ACCEPT WRK-DATA-PROCESSO
           IF WRK-DATA-PROCESSO = 0
               MOVE WRK-DATA-HOJE TO WRK-DATA-PROCESSO
           END-IF
           PERFORM ABRE-ARQUIVOS
           MOVE LOW-VALUES TO COB-CHAVE
           START ARQ-COBRANCA KEY IS NOT LESS THAN COB-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-COBRANCAS TO TRUE
           END-START
           PERFORM LE-COBRANCA UNTIL NAO-HA-MAIS-COBRANCAS
           CLOSE ARQ-COBRANCA
           CLOSE ARQ-REEMBOLSOS
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'COBRANCAS LIDAS....: ' WRK-QTD-LIDA
           DISPLAY 'PEDIDOS GERADOS....: ' WRK-QTD-GERADA
           DISPLAY 'PEDIDOS ATUALIZADOS: ' WRK-QTD-ATUALIZADA
           DISPLAY 'PEDIDOS CANCELADOS.: ' WRK-QTD-CANCELADA
           DISPLAY 'CREDITO SOLICITADO.: ' WRK-TOT-CREDITO
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * No COBRANCA yet means no credit to refund: the step ends
      * clean.
       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-COBRANCA
           IF WRK-STATUS-COBRANCA = '35'
               DISPLAY 'NENHUMA COBRANCA GERADA (COBRANCA). NADA A '
                   'REEMBOLSAR.'
               PERFORM GRAVA-LOG-FIM
               STOP RUN
           END-IF
           IF WRK-STATUS-COBRANCA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE COBRANCAS '
                   '(COBRANCA). STATUS: ' WRK-STATUS-COBRANCA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-REEMBOLSOS
           IF WRK-STATUS-REEMBOLSOS = '35'
               OPEN OUTPUT ARQ-REEMBOLSOS
               CLOSE ARQ-REEMBOLSOS
               OPEN I-O ARQ-REEMBOLSOS
           END-IF
           IF WRK-STATUS-REEMBOLSOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS PEDIDOS DE REEMBOLSO '
                   '(REEMBOLS). STATUS: ' WRK-STATUS-REEMBOLSOS
               CLOSE ARQ-COBRANCA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

       LE-COBRANCA.
           READ ARQ-COBRANCA NEXT
               AT END
                   SET NAO-HA-MAIS-COBRANCAS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   PERFORM AVALIA-COBRANCA
           END-READ.

      * At most one request per charge is open (pending or approved)
      * at a time; a credit left over after a refund is paid gets a
      * new request under the next sequence.
       AVALIA-COBRANCA.
           COMPUTE WRK-VLR-CREDITO = COB-VLR-PAGO
               - COB-VLR-LANCADO - COB-VLR-ENCARGOS
           PERFORM BUSCA-PEDIDOS
           IF WRK-VLR-CREDITO > 0
               EVALUATE TRUE
                   WHEN SEM-PEDIDO-ABERTO
                       PERFORM GRAVA-PEDIDO
                   WHEN PEDIDO-PENDENTE
                       PERFORM ATUALIZA-PEDIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF PEDIDO-PENDENTE
                   PERFORM CANCELA-PEDIDO
               END-IF
           END-IF.

       BUSCA-PEDIDOS.
           MOVE 0 TO WRK-ULTIMA-SEQUENCIA
           MOVE 0 TO WRK-SEQUENCIA-ABERTA
           MOVE SPACE TO WRK-SITUACAO-ABERTA
           MOVE 'N' TO WRK-FIM-REEMBOLSOS
           MOVE COB-STUDENT-ID TO REE-STUDENT-ID
           MOVE COB-TERMO TO REE-TERMO
           MOVE 0 TO REE-SEQUENCIA
           START ARQ-REEMBOLSOS KEY IS NOT LESS THAN REE-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-REEMBOLSOS TO TRUE
           END-START
           PERFORM LE-PEDIDO UNTIL NAO-HA-MAIS-REEMBOLSOS.

       LE-PEDIDO.
           READ ARQ-REEMBOLSOS NEXT
               AT END
                   SET NAO-HA-MAIS-REEMBOLSOS TO TRUE
               NOT AT END
                   IF REE-STUDENT-ID = COB-STUDENT-ID
                       AND REE-TERMO = COB-TERMO
                       MOVE REE-SEQUENCIA TO WRK-ULTIMA-SEQUENCIA
                       IF REEMBOLSO-EM-ABERTO
                           MOVE REE-SEQUENCIA TO WRK-SEQUENCIA-ABERTA
                           MOVE REE-STATUS TO WRK-SITUACAO-ABERTA
                       END-IF
                   ELSE
                       SET NAO-HA-MAIS-REEMBOLSOS TO TRUE
                   END-IF
           END-READ.

       GRAVA-PEDIDO.
           MOVE SPACES TO REEMBOLSO-REC
           MOVE COB-STUDENT-ID TO REE-STUDENT-ID
           MOVE COB-TERMO TO REE-TERMO
           ADD 1 TO WRK-ULTIMA-SEQUENCIA GIVING REE-SEQUENCIA
           MOVE WRK-VLR-CREDITO TO REE-VALOR
           MOVE WRK-DATA-PROCESSO TO REE-DATA-SOLICITACAO
           SET REEMBOLSO-PENDENTE TO TRUE
           MOVE 0 TO REE-BANCO, REE-AGENCIA
           MOVE 0 TO REE-DATA-DECISAO, REE-DATA-PAGAMENTO
           WRITE REEMBOLSO-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PEDIDO DE '
                       COB-STUDENT-ID ' ' COB-TERMO
                       '. STATUS: ' WRK-STATUS-REEMBOLSOS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GERADA
                   ADD REE-VALOR TO WRK-TOT-CREDITO
                   DISPLAY 'PEDIDO GERADO: ' REE-STUDENT-ID ' '
                       REE-TERMO ' ' REE-VALOR
           END-WRITE.

       ATUALIZA-PEDIDO.
           MOVE COB-STUDENT-ID TO REE-STUDENT-ID
           MOVE COB-TERMO TO REE-TERMO
           MOVE WRK-SEQUENCIA-ABERTA TO REE-SEQUENCIA
           READ ARQ-REEMBOLSOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WRK-VLR-CREDITO TO WRK-TOT-CREDITO
                   IF REE-VALOR NOT = WRK-VLR-CREDITO
                       MOVE WRK-VLR-CREDITO TO REE-VALOR
                       REWRITE REEMBOLSO-REC
                       ADD 1 TO WRK-QTD-ATUALIZADA
                   END-IF
           END-READ.

       CANCELA-PEDIDO.
           MOVE COB-STUDENT-ID TO REE-STUDENT-ID
           MOVE COB-TERMO TO REE-TERMO
           MOVE WRK-SEQUENCIA-ABERTA TO REE-SEQUENCIA
           READ ARQ-REEMBOLSOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REEMBOLSO-CANCELADO TO TRUE
                   MOVE 'SALDO CREDOR ZERADO' TO REE-MOTIVO
                   MOVE LOG-PROGRAMA TO REE-OPERADOR-DECISAO
                   MOVE WRK-DATA-PROCESSO TO REE-DATA-DECISAO
                   REWRITE REEMBOLSO-REC
                   ADD 1 TO WRK-QTD-CANCELADA
           END-READ.

      * A step the DLYREST restart controller marked as already
      * clean for this date logs itself skipped and ends RC 0,
      * so the rerun resumes at the failing step.
       GRAVA-LOG-PULADO.
           DISPLAY 'PASSO PULADO PELO CONTROLE DE REINICIO '
               '(DLYREST).'
           MOVE 'F' TO LOG-EVENTO
           IF WRK-MOTIVO-PASSO = 'CALENDARIO'
               MOVE 'PULADO-CAL' TO LOG-STATUS
           ELSE
               MOVE 'PULADO' TO LOG-STATUS
           END-IF
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
           MOVE 'INICIADO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-LIDA TO LOG-QTD-LIDA
           ADD WRK-QTD-GERADA WRK-QTD-ATUALIZADA WRK-QTD-CANCELADA
               GIVING WRK-QTD-GRAVADA
           MOVE WRK-QTD-GRAVADA TO LOG-QTD-GRAVADA
           MOVE 'CONCLUIDO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-ERRO.
           MOVE 8 TO RETURN-CODE
           MOVE 'F' TO LOG-EVENTO
           MOVE 'ERRO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.
       END PROGRAM REEMGERA.
