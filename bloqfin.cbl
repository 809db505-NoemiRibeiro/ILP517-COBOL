      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQFIN.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Nightly financial hold run, a
      *             DLYBATCH step after the late-fee accrual: adds
      *             up what each student owes past due across all
      *             COBRANCA charges - the open PRESTAC installments
      *             due before the processing date, or, for a charge
      *             with no installments, its whole balance once the
      *             generation date has passed - and places an
      *             automatic financial hold on BLOQUEIO when the
      *             overdue amount is above the threshold keyed in
      *             SYSIN (0 = the standard threshold). An automatic
      *             hold is lifted again once the overdue amount is
      *             back at or under it; a financial hold placed by
      *             hand in BLOQMANT is never lifted here.
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

           SELECT ARQ-PRESTACOES ASSIGN TO "PRESTAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-STATUS-PRESTACOES.

           SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQUEIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WRK-STATUS-BLOQUEIOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-COBRANCA.
           COPY COBRREC.

       FD  ARQ-PRESTACOES.
           COPY PRESTREC.

       FD  ARQ-BLOQUEIOS.
           COPY BLOQREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-COBRANCA   PIC X(02).
       77 WRK-STATUS-PRESTACOES PIC X(02).
       77 WRK-STATUS-BLOQUEIOS  PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-PROCESSO     PIC 9(08).
       77 WRK-LIMITE            PIC 9(07)V99.
       77 WRK-LIMITE-PADRAO     PIC 9(07)V99 VALUE 100.00.
       77 WRK-ALUNO-ATUAL       PIC X(10) VALUE SPACES.
       77 WRK-VLR-SALDO         PIC S9(07)V99.
       77 WRK-VLR-PARCELA-ABERTA PIC S9(07)V99.
       77 WRK-VLR-VENCIDO       PIC S9(09)V99.
       77 WRK-QTD-PARCELAS      PIC 9(02).
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-ALUNOS        PIC 9(06) VALUE 0.
       77 WRK-QTD-BLOQUEADA     PIC 9(06) VALUE 0.
       77 WRK-QTD-LIBERADA      PIC 9(06) VALUE 0.
       77 WRK-QTD-GRAVADA       PIC 9(06) VALUE 0.
       77 WRK-VLR-EXIBE         PIC -Z(6)9.99.
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).

       01 WRK-FIM-COBRANCA PIC X VALUE 'N'.
           88 NAO-HA-MAIS-COBRANCAS VALUE 'S'.

       01 WRK-FIM-PRESTACOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PRESTACOES VALUE 'S'.

       01 WRK-PRESTAC-DISPONIVEL PIC X VALUE 'N'.
           88 PRESTAC-DISPONIVEL VALUE 'S'.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'BLOQFIN'.
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
           DISPLAY 'BLOQFIN - BLOQUEIO FINANCEIRO AUTOMATICO'
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
           DISPLAY 'LIMITE DE SALDO VENCIDO PARA BLOQUEIO '
               '(0 = LIMITE PADRAO)'
           ACCEPT WRK-LIMITE
           IF WRK-LIMITE = 0
               MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE
           END-IF
           MOVE WRK-LIMITE TO WRK-VLR-EXIBE
           DISPLAY 'DATA DE PROCESSAMENTO: ' WRK-DATA-PROCESSO
               ' - LIMITE: ' WRK-VLR-EXIBE
           PERFORM ABRE-ARQUIVOS
           MOVE LOW-VALUES TO COB-CHAVE
           START ARQ-COBRANCA KEY IS NOT LESS THAN COB-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-COBRANCAS TO TRUE
           END-START
           PERFORM LE-COBRANCA UNTIL NAO-HA-MAIS-COBRANCAS
           IF WRK-ALUNO-ATUAL NOT = SPACES
               PERFORM AVALIA-ALUNO
           END-IF
           CLOSE ARQ-COBRANCA
           CLOSE ARQ-BLOQUEIOS
           IF PRESTAC-DISPONIVEL
               CLOSE ARQ-PRESTACOES
           END-IF
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'COBRANCAS LIDAS....: ' WRK-QTD-LIDA
           DISPLAY 'ALUNOS AVALIADOS...: ' WRK-QTD-ALUNOS
           DISPLAY 'BLOQUEIOS COLOCADOS: ' WRK-QTD-BLOQUEADA
           DISPLAY 'BLOQUEIOS LIBERADOS: ' WRK-QTD-LIBERADA
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * No COBRANCA yet means nobody owes anything: the step ends
      * clean. PRESTAC is optional - without it every charge is
      * judged by its generation date, the way RELSALDO ages it.
       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-COBRANCA
           IF WRK-STATUS-COBRANCA = '35'
               DISPLAY 'NENHUMA COBRANCA GERADA (COBRANCA). NADA A '
                   'AVALIAR.'
               PERFORM GRAVA-LOG-FIM
               STOP RUN
           END-IF
           IF WRK-STATUS-COBRANCA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE COBRANCAS '
                   '(COBRANCA). STATUS: ' WRK-STATUS-COBRANCA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-PRESTACOES
           IF WRK-STATUS-PRESTACOES = '00'
               MOVE 'S' TO WRK-PRESTAC-DISPONIVEL
           END-IF
           OPEN I-O ARQ-BLOQUEIOS
           IF WRK-STATUS-BLOQUEIOS = '35'
               OPEN OUTPUT ARQ-BLOQUEIOS
               CLOSE ARQ-BLOQUEIOS
               OPEN I-O ARQ-BLOQUEIOS
           END-IF
           IF WRK-STATUS-BLOQUEIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE BLOQUEIOS '
                   '(BLOQUEIO). STATUS: ' WRK-STATUS-BLOQUEIOS
               CLOSE ARQ-COBRANCA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

      * The charges of a student sit together in key order; the
      * student is judged on the sum of all its terms when the key
      * moves on to the next one.
       LE-COBRANCA.
           READ ARQ-COBRANCA NEXT
               AT END
                   SET NAO-HA-MAIS-COBRANCAS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   IF COB-STUDENT-ID NOT = WRK-ALUNO-ATUAL
                       IF WRK-ALUNO-ATUAL NOT = SPACES
                           PERFORM AVALIA-ALUNO
                       END-IF
                       MOVE COB-STUDENT-ID TO WRK-ALUNO-ATUAL
                       MOVE 0 TO WRK-VLR-VENCIDO
                   END-IF
                   PERFORM SOMA-VENCIDO-COBRANCA
           END-READ.

       SOMA-VENCIDO-COBRANCA.
           COMPUTE WRK-VLR-SALDO = COB-VLR-LANCADO
               + COB-VLR-ENCARGOS - COB-VLR-PAGO
           IF WRK-VLR-SALDO > 0
               MOVE 0 TO WRK-QTD-PARCELAS
               IF PRESTAC-DISPONIVEL
                   PERFORM SOMA-PARCELAS-VENCIDAS
               END-IF
               IF WRK-QTD-PARCELAS = 0
                   AND COB-DATA-GERACAO < WRK-DATA-PROCESSO
                   ADD WRK-VLR-SALDO TO WRK-VLR-VENCIDO
               END-IF
           END-IF.

       SOMA-PARCELAS-VENCIDAS.
           MOVE 'N' TO WRK-FIM-PRESTACOES
           MOVE COB-STUDENT-ID TO PRE-STUDENT-ID
           MOVE COB-TERMO TO PRE-TERMO
           MOVE 0 TO PRE-NUMERO
           START ARQ-PRESTACOES KEY IS NOT LESS THAN PRE-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PRESTACOES TO TRUE
           END-START
           PERFORM LE-PRESTACAO UNTIL NAO-HA-MAIS-PRESTACOES.

       LE-PRESTACAO.
           READ ARQ-PRESTACOES NEXT
               AT END
                   SET NAO-HA-MAIS-PRESTACOES TO TRUE
               NOT AT END
                   IF PRE-STUDENT-ID = COB-STUDENT-ID
                       AND PRE-TERMO = COB-TERMO
                       ADD 1 TO WRK-QTD-PARCELAS
                       COMPUTE WRK-VLR-PARCELA-ABERTA = PRE-VLR-PARCELA
                           + PRE-VLR-MULTA + PRE-VLR-JUROS
                           - PRE-VLR-PAGO
                       IF WRK-VLR-PARCELA-ABERTA > 0
                           AND PRE-DATA-VENCIMENTO < WRK-DATA-PROCESSO
                           ADD WRK-VLR-PARCELA-ABERTA TO WRK-VLR-VENCIDO
                       END-IF
                   ELSE
                       SET NAO-HA-MAIS-PRESTACOES TO TRUE
                   END-IF
           END-READ.

       AVALIA-ALUNO.
           ADD 1 TO WRK-QTD-ALUNOS
           MOVE WRK-ALUNO-ATUAL TO BLQ-STUDENT-ID
           MOVE 'F' TO BLQ-TIPO
           IF WRK-VLR-VENCIDO > WRK-LIMITE
               READ ARQ-BLOQUEIOS
                   INVALID KEY
                       PERFORM MOVE-DADOS-BLOQUEIO
                       WRITE BLOQUEIO-REC
                       PERFORM CONTA-BLOQUEIO
                   NOT INVALID KEY
                       IF BLOQUEIO-LIBERADO
                           PERFORM MOVE-DADOS-BLOQUEIO
                           REWRITE BLOQUEIO-REC
                           PERFORM CONTA-BLOQUEIO
                       END-IF
               END-READ
           ELSE
               READ ARQ-BLOQUEIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BLOQUEIO-ATIVO AND BLOQUEIO-AUTOMATICO
                           PERFORM LIBERA-BLOQUEIO
                       END-IF
               END-READ
           END-IF.

       MOVE-DADOS-BLOQUEIO.
           MOVE WRK-ALUNO-ATUAL TO BLQ-STUDENT-ID
           MOVE 'F' TO BLQ-TIPO
           MOVE 'A' TO BLQ-SITUACAO
           MOVE 'A' TO BLQ-ORIGEM
           MOVE 'SALDO VENCIDO ACIMA DO LIMITE' TO BLQ-MOTIVO
           MOVE LOG-PROGRAMA TO BLQ-OPERADOR
           MOVE WRK-DATA-PROCESSO TO BLQ-DATA-BLOQUEIO
           MOVE SPACES TO BLQ-MOTIVO-LIBERACAO
           MOVE SPACES TO BLQ-OPERADOR-LIBERACAO
           MOVE 0 TO BLQ-DATA-LIBERACAO.

       CONTA-BLOQUEIO.
           ADD 1 TO WRK-QTD-BLOQUEADA
           MOVE WRK-VLR-VENCIDO TO WRK-VLR-EXIBE
           DISPLAY 'BLOQUEADO: ' WRK-ALUNO-ATUAL
               ' - VENCIDO: ' WRK-VLR-EXIBE.

       LIBERA-BLOQUEIO.
           MOVE 'L' TO BLQ-SITUACAO
           MOVE 'SALDO VENCIDO REGULARIZADO' TO BLQ-MOTIVO-LIBERACAO
           MOVE LOG-PROGRAMA TO BLQ-OPERADOR-LIBERACAO
           MOVE WRK-DATA-PROCESSO TO BLQ-DATA-LIBERACAO
           REWRITE BLOQUEIO-REC
           ADD 1 TO WRK-QTD-LIBERADA
           DISPLAY 'LIBERADO.: ' WRK-ALUNO-ATUAL.

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
           ADD WRK-QTD-BLOQUEADA WRK-QTD-LIBERADA
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
       END PROGRAM BLOQFIN.
