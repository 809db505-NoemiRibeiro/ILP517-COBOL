      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMPAGA.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Nightly payment of the refund
      *             requests approved in REEMAPRV, run as a DLYBATCH
      *             step: each approved request whose charge still
      *             holds the credit is written to the REEMBANC bank
      *             payment file, taken off COB-VLR-PAGO and posted
      *             to the LANCFIN ledger as a refund debit through
      *             LANCGRAV - so the account nets to zero - and
      *             marked PAGO. A request whose credit shrank or
      *             disappeared since approval is cancelled with the
      *             reason (RC 4) and REEMGERA opens a fresh one for
      *             whatever credit is left. The REEMREL refund
      *             register lists every refund paid out and every
      *             request cancelled, with the totals.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REEMBOLSOS ASSIGN TO "REEMBOLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REE-CHAVE
               FILE STATUS IS WRK-STATUS-REEMBOLSOS.

           SELECT ARQ-COBRANCA ASSIGN TO "COBRANCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WRK-STATUS-COBRANCA.

           SELECT ARQ-PAGAMENTOS ASSIGN TO "REEMBANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAMENTOS.

           SELECT ARQ-RELATORIO ASSIGN TO "REEMREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-REEMBOLSOS.
           COPY REEMBREC.

       FD  ARQ-COBRANCA.
           COPY COBRREC.

       FD  ARQ-PAGAMENTOS.
           COPY REEMPREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-REEMBOLSOS PIC X(02).
       77 WRK-STATUS-COBRANCA   PIC X(02).
       77 WRK-STATUS-PAGAMENTOS PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-PROCESSO     PIC 9(08).
       77 WRK-VLR-CREDITO       PIC S9(07)V99.
       77 WRK-MOTIVO            PIC X(30).
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-PAGA          PIC 9(06) VALUE 0.
       77 WRK-QTD-CANCELADA     PIC 9(06) VALUE 0.
       77 WRK-TOT-PAGO          PIC 9(09)V99 VALUE 0.
       77 WRK-TOT-CANCELADO     PIC 9(09)V99 VALUE 0.
       77 WRK-OPERADOR          PIC X(08) VALUE 'REEMPAGA'.
       77 WRK-TIPO-LANCAMENTO   PIC X(01) VALUE 'R'.
       77 WRK-NATUREZA          PIC X(01) VALUE 'D'.
       77 WRK-HISTORICO         PIC X(30).
       77 WRK-LANC-GRAVADO      PIC X(01).
       77 WRK-QTD-SEM-EXTRATO   PIC 9(06) VALUE 0.
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).

       01 WRK-FIM-REEMBOLSOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-REEMBOLSOS VALUE 'S'.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'REEMPAGA'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'REEMREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'REEMPAGA'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'REEMPAGA - PAGAMENTO DOS REEMBOLSOS APROVADOS'
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
           OPEN OUTPUT ARQ-PAGAMENTOS
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-CABECALHO
           PERFORM ABRE-ARQUIVOS
           MOVE LOW-VALUES TO REE-CHAVE
           START ARQ-REEMBOLSOS KEY IS NOT LESS THAN REE-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-REEMBOLSOS TO TRUE
           END-START
           PERFORM LE-REEMBOLSO UNTIL NAO-HA-MAIS-REEMBOLSOS
           CLOSE ARQ-REEMBOLSOS
           CLOSE ARQ-COBRANCA
           PERFORM ENCERRA-RELATORIO
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-QTD-LIDA
           DISPLAY 'REEMBOLSOS PAGOS...: ' WRK-QTD-PAGA
           DISPLAY 'PEDIDOS CANCELADOS.: ' WRK-QTD-CANCELADA
           DISPLAY 'TOTAL REEMBOLSADO..: ' WRK-TOT-PAGO
           IF WRK-QTD-SEM-EXTRATO > 0
               DISPLAY 'LANCAMENTOS FORA DO EXTRATO (LANCFIN): '
                   WRK-QTD-SEM-EXTRATO
           END-IF
           DISPLAY 'Pagamentos gerados em REEMBANC, registro em '
               'REEMREL.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * No request file yet means nothing was ever approved: the
      * step ends clean with an empty payment file and register.
       ABRE-ARQUIVOS.
           OPEN I-O ARQ-REEMBOLSOS
           IF WRK-STATUS-REEMBOLSOS = '35'
               DISPLAY 'NENHUM PEDIDO DE REEMBOLSO (REEMBOLS). NADA '
                   'A PAGAR.'
               PERFORM ENCERRA-RELATORIO
               PERFORM GRAVA-LOG-FIM
               STOP RUN
           END-IF
           IF WRK-STATUS-REEMBOLSOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS PEDIDOS DE REEMBOLSO '
                   '(REEMBOLS). STATUS: ' WRK-STATUS-REEMBOLSOS
               PERFORM ENCERRA-RELATORIO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-COBRANCA
           IF WRK-STATUS-COBRANCA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE COBRANCAS '
                   '(COBRANCA). STATUS: ' WRK-STATUS-COBRANCA
               CLOSE ARQ-REEMBOLSOS
               PERFORM ENCERRA-RELATORIO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

       LE-REEMBOLSO.
           READ ARQ-REEMBOLSOS NEXT
               AT END
                   SET NAO-HA-MAIS-REEMBOLSOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   IF REEMBOLSO-APROVADO
                       PERFORM PROCESSA-REEMBOLSO
                   END-IF
           END-READ.

      * The credit is checked again against the charge as it stands
      * tonight: a payment reversed or a fee accrued since approval
      * must not be paid out.
       PROCESSA-REEMBOLSO.
           MOVE SPACES TO WRK-MOTIVO
           MOVE REE-STUDENT-ID TO COB-STUDENT-ID
           MOVE REE-TERMO TO COB-TERMO
           READ ARQ-COBRANCA
               INVALID KEY
                   MOVE 'COBRANCA NAO ENCONTRADA' TO WRK-MOTIVO
           END-READ
           IF WRK-MOTIVO = SPACES
               COMPUTE WRK-VLR-CREDITO = COB-VLR-PAGO
                   - COB-VLR-LANCADO - COB-VLR-ENCARGOS
               IF WRK-VLR-CREDITO < REE-VALOR
                   MOVE 'SALDO CREDOR ALTERADO' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               PERFORM PAGA-REEMBOLSO
           ELSE
               PERFORM CANCELA-REEMBOLSO
           END-IF.

       PAGA-REEMBOLSO.
           MOVE REE-STUDENT-ID TO RPG-STUDENT-ID
           MOVE COB-NOME TO RPG-NOME
           MOVE REE-BANCO TO RPG-BANCO
           MOVE REE-AGENCIA TO RPG-AGENCIA
           MOVE REE-CONTA TO RPG-CONTA
           MOVE REE-VALOR TO RPG-VALOR
           MOVE WRK-DATA-PROCESSO TO RPG-DATA-PAGAMENTO
           MOVE SPACES TO RPG-REFERENCIA
           STRING 'RB' DELIMITED SIZE
               REE-STUDENT-ID DELIMITED SIZE
               REE-TERMO DELIMITED SIZE
               REE-SEQUENCIA DELIMITED SIZE
               INTO RPG-REFERENCIA
           END-STRING
           WRITE PAGAMENTO-REEMBOLSO-REC
           SUBTRACT REE-VALOR FROM COB-VLR-PAGO
           REWRITE COBRANCA-REC
           MOVE SPACES TO WRK-HISTORICO
           STRING 'REEMBOLSO DE SALDO CREDOR ' DELIMITED SIZE
               REE-SEQUENCIA DELIMITED SIZE
               INTO WRK-HISTORICO
           END-STRING
           CALL 'LANCGRAV' USING REE-STUDENT-ID, REE-TERMO,
               WRK-TIPO-LANCAMENTO, WRK-NATUREZA, WRK-DATA-PROCESSO,
               REE-VALOR, WRK-OPERADOR, LOG-PROGRAMA,
               WRK-HISTORICO, WRK-LANC-GRAVADO
           IF WRK-LANC-GRAVADO NOT = 'S'
               ADD 1 TO WRK-QTD-SEM-EXTRATO
           END-IF
           SET REEMBOLSO-PAGO TO TRUE
           MOVE WRK-DATA-PROCESSO TO REE-DATA-PAGAMENTO
           REWRITE REEMBOLSO-REC
           ADD 1 TO WRK-QTD-PAGA
           ADD REE-VALOR TO WRK-TOT-PAGO
           MOVE SPACES TO RELATORIO-REC
           STRING REE-STUDENT-ID DELIMITED SIZE
               ' ' COB-NOME DELIMITED SIZE
               ' ' REE-TERMO DELIMITED SIZE
               ' ' REE-SEQUENCIA DELIMITED SIZE
               ' ' REE-BANCO DELIMITED SIZE
               ' ' REE-AGENCIA DELIMITED SIZE
               ' ' REE-CONTA DELIMITED SIZE
               ' ' REE-VALOR DELIMITED SIZE
               ' ' REE-OPERADOR-DECISAO DELIMITED SIZE
               ' PAGO' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       CANCELA-REEMBOLSO.
           SET REEMBOLSO-CANCELADO TO TRUE
           MOVE WRK-MOTIVO TO REE-MOTIVO
           MOVE WRK-OPERADOR TO REE-OPERADOR-DECISAO
           MOVE WRK-DATA-PROCESSO TO REE-DATA-DECISAO
           REWRITE REEMBOLSO-REC
           ADD 1 TO WRK-QTD-CANCELADA
           ADD REE-VALOR TO WRK-TOT-CANCELADO
           MOVE SPACES TO RELATORIO-REC
           STRING REE-STUDENT-ID DELIMITED SIZE
               ' ' REE-TERMO DELIMITED SIZE
               ' ' REE-SEQUENCIA DELIMITED SIZE
               ' ' REE-VALOR DELIMITED SIZE
               ' CANCELADO - ' WRK-MOTIVO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           DISPLAY 'CANCELADO: ' REE-STUDENT-ID ' ' REE-TERMO ' '
               REE-SEQUENCIA ' - ' FUNCTION TRIM(WRK-MOTIVO).

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'REGISTRO DE REEMBOLSOS PAGOS - ' DELIMITED SIZE
               WRK-DATA-PROCESSO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'MATRICULA  NOME                           TERMO '
               DELIMITED SIZE
               'SEQ BCO AGENC CONTA        VALOR     APROVADOR'
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       ENCERRA-RELATORIO.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'REEMBOLSOS PAGOS...: ' DELIMITED SIZE
               WRK-QTD-PAGA DELIMITED SIZE
               '  TOTAL ' WRK-TOT-PAGO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'PEDIDOS CANCELADOS.: ' DELIMITED SIZE
               WRK-QTD-CANCELADA DELIMITED SIZE
               '  TOTAL ' WRK-TOT-CANCELADO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           CLOSE ARQ-PAGAMENTOS.

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
           MOVE WRK-QTD-PAGA TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-CANCELADA TO LOG-QTD-REJEITADA
           IF WRK-QTD-CANCELADA > 0
               MOVE 'REJEICOES' TO LOG-STATUS
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'CONCLUIDO' TO LOG-STATUS
           END-IF
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
       END PROGRAM REEMPAGA.
