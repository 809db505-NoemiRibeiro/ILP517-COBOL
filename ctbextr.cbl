      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBEXTR.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Daily general-ledger interface from
      *             billing, run as a DLYBATCH step: every LANCFIN
      *             ledger line not yet sent to accounting and dated
      *             up to the processing date - FATGERA charges and
      *             discounts, FATPAGTO and BANCRET payments, TRANCMAT
      *             reversals, PRESJURO fees, REEMPAGA refunds - is
      *             turned into a debit and a credit through the
      *             CTBMAPA account map and summarized by account.
      *             CTBEXTR writes the fixed-position extract the way
      *             EXTRFIXO does: a type-1 header, one type-2 entry
      *             per account and side, and a type-9 trailer with
      *             the entry count and the debit and credit control
      *             totals. A movement kind missing from the map, or
      *             totals that do not balance, refuse the extract
      *             (RC 8): nothing is written and the lines stay
      *             pending for the next run. Once the extract is
      *             written each line sent is stamped with the date,
      *             so a line is never sent twice and a line posted
      *             late with an earlier date is still sent. Finance
      *             used to re-key the term revenue off RELSALDO.
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

           SELECT ARQ-MAPA ASSIGN TO "CTBMAPA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CHAVE
               FILE STATUS IS WRK-STATUS-MAPA.

           SELECT ARQ-EXTRATO ASSIGN TO "CTBEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXTRATO.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-LANCAMENTOS.
           COPY LANCREC.

       FD  ARQ-MAPA.
           COPY CTBMREC.

       FD  ARQ-EXTRATO.
       01  EXTRATO-REC             PIC X(100).
       01  EXTRATO-CABECALHO REDEFINES EXTRATO-REC.
           03 CTX-H-TIPO           PIC X(01).
           03 CTX-H-DATA-GERACAO   PIC 9(08).
           03 CTX-H-ORIGEM         PIC X(08).
           03 CTX-H-DATA-MOVIMENTO PIC 9(08).
           03 FILLER               PIC X(75).
       01  EXTRATO-DETALHE REDEFINES EXTRATO-REC.
           03 CTX-D-TIPO           PIC X(01).
           03 CTX-D-DATA-MOVIMENTO PIC 9(08).
           03 CTX-D-CONTA          PIC X(12).
           03 CTX-D-NATUREZA       PIC X(01).
           03 CTX-D-VALOR          PIC 9(11)V99.
           03 CTX-D-QTD-LANCAMENTOS PIC 9(07).
           03 CTX-D-HISTORICO      PIC X(30).
           03 FILLER               PIC X(28).
       01  EXTRATO-TRAILER REDEFINES EXTRATO-REC.
           03 CTX-T-TIPO           PIC X(01).
           03 CTX-T-QTD-DETALHES   PIC 9(07).
           03 CTX-T-TOTAL-DEBITOS  PIC 9(13)V99.
           03 CTX-T-TOTAL-CREDITOS PIC 9(13)V99.
           03 FILLER               PIC X(62).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-LANCAMENTOS PIC X(02).
       77 WRK-STATUS-MAPA       PIC X(02).
       77 WRK-STATUS-EXTRATO    PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-PROCESSO     PIC 9(08).
       77 WRK-CONTA             PIC X(12).
       77 WRK-NATUREZA-CONTA    PIC X(01).
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-SELECIONADA   PIC 9(06) VALUE 0.
       77 WRK-QTD-SEM-MAPA      PIC 9(06) VALUE 0.
       77 WRK-QTD-MARCADA       PIC 9(06) VALUE 0.
       77 WRK-QTD-DETALHES      PIC 9(07) VALUE 0.
       77 WRK-TOT-DEBITOS       PIC 9(13)V99 VALUE 0.
       77 WRK-TOT-CREDITOS      PIC 9(13)V99 VALUE 0.
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).

       01 RESUMO-CONTABIL.
           03 WRK-QTD-RESUMO       PIC 9(03) VALUE 0.
           03 RESUMO-TAB OCCURS 200 TIMES.
               05 RES-CONTA        PIC X(12).
               05 RES-NATUREZA     PIC X(01).
               05 RES-VALOR        PIC 9(11)V99.
               05 RES-QTD          PIC 9(07).

       01 WRK-RES-IDX     PIC 9(03) VALUE 0.

       01 WRK-CONTA-OK PIC X VALUE 'N'.
           88 CONTA-ACHADA VALUE 'S'.

       01 WRK-RESUMO-CHEIO PIC X VALUE 'N'.
           88 RESUMO-ESTOURADO VALUE 'S'.

       01 WRK-FIM-LANCAMENTOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-LANCAMENTOS VALUE 'S'.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'CTBEXTR'.
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
           DISPLAY 'CTBEXTR - INTERFACE CONTABIL DO FATURAMENTO'
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
           PERFORM POSICIONA-LANCAMENTOS
           PERFORM ACUMULA-LANCAMENTO UNTIL NAO-HA-MAIS-LANCAMENTOS
           CLOSE ARQ-LANCAMENTOS
           CLOSE ARQ-MAPA
           PERFORM CONFERE-EXTRATO
           PERFORM GRAVA-EXTRATO
           PERFORM MARCA-LANCAMENTOS
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'LANCAMENTOS LIDOS......: ' WRK-QTD-LIDA
           DISPLAY 'LANCAMENTOS ENVIADOS...: ' WRK-QTD-MARCADA
           DISPLAY 'PARTIDAS NO EXTRATO....: ' WRK-QTD-DETALHES
           DISPLAY 'TOTAL A DEBITO.........: ' WRK-TOT-DEBITOS
           DISPLAY 'TOTAL A CREDITO........: ' WRK-TOT-CREDITOS
           DISPLAY 'Extrato contabil gerado em CTBEXTR.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * No ledger yet means nothing to send: the extract goes out
      * with its header and a zero trailer, so accounting still
      * sees the day arrive.
       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-LANCAMENTOS
           IF WRK-STATUS-LANCAMENTOS = '35'
               DISPLAY 'EXTRATO FINANCEIRO (LANCFIN) VAZIO. NADA A '
                   'CONTABILIZAR.'
               PERFORM GRAVA-EXTRATO
               PERFORM GRAVA-LOG-FIM
               STOP RUN
           END-IF
           IF WRK-STATUS-LANCAMENTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O EXTRATO FINANCEIRO '
                   '(LANCFIN). STATUS: ' WRK-STATUS-LANCAMENTOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-MAPA
           IF WRK-STATUS-MAPA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MAPA DE CONTAS (CTBMAPA). '
                   'STATUS: ' WRK-STATUS-MAPA
               DISPLAY 'CADASTRE O MAPA DE CONTAS NO CTBMANT.'
               CLOSE ARQ-LANCAMENTOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

       POSICIONA-LANCAMENTOS.
           MOVE 'N' TO WRK-FIM-LANCAMENTOS
           MOVE LOW-VALUES TO LAN-CHAVE
           START ARQ-LANCAMENTOS KEY IS NOT LESS THAN LAN-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
           END-START.

       ACUMULA-LANCAMENTO.
           READ ARQ-LANCAMENTOS NEXT
               AT END
                   SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   IF LAN-DATA-CONTABIL = 0
                       AND LAN-DATA <= WRK-DATA-PROCESSO
                       PERFORM CONTABILIZA-LANCAMENTO
                   END-IF
           END-READ.

      * Each ledger line is one balanced pair: its amount to the
      * debit of one mapped account and to the credit of the other.
       CONTABILIZA-LANCAMENTO.
           ADD 1 TO WRK-QTD-SELECIONADA
           MOVE LAN-TIPO TO CTM-TIPO
           MOVE LAN-NATUREZA TO CTM-NATUREZA
           READ ARQ-MAPA
               INVALID KEY
                   MOVE SPACES TO CTM-CONTA-DEBITO, CTM-CONTA-CREDITO
           END-READ
           IF CTM-CONTA-DEBITO = SPACES OR CTM-CONTA-CREDITO = SPACES
               ADD 1 TO WRK-QTD-SEM-MAPA
               DISPLAY 'MOVIMENTO SEM CONTA NO MAPA: ' LAN-TIPO '/'
                   LAN-NATUREZA ' - ' LAN-STUDENT-ID ' ' LAN-TERMO
                   ' ' LAN-SEQUENCIA
           ELSE
               MOVE CTM-CONTA-DEBITO TO WRK-CONTA
               MOVE 'D' TO WRK-NATUREZA-CONTA
               PERFORM ACUMULA-CONTA
               ADD LAN-VALOR TO WRK-TOT-DEBITOS
               MOVE CTM-CONTA-CREDITO TO WRK-CONTA
               MOVE 'C' TO WRK-NATUREZA-CONTA
               PERFORM ACUMULA-CONTA
               ADD LAN-VALOR TO WRK-TOT-CREDITOS
           END-IF.

       ACUMULA-CONTA.
           MOVE 'N' TO WRK-CONTA-OK
           PERFORM PROCURA-CONTA
               VARYING WRK-RES-IDX FROM 1 BY 1
               UNTIL WRK-RES-IDX > WRK-QTD-RESUMO OR CONTA-ACHADA
           IF NOT CONTA-ACHADA
               IF WRK-QTD-RESUMO < 200
                   ADD 1 TO WRK-QTD-RESUMO
                   MOVE WRK-QTD-RESUMO TO WRK-RES-IDX
                   MOVE WRK-CONTA TO RES-CONTA(WRK-RES-IDX)
                   MOVE WRK-NATUREZA-CONTA TO RES-NATUREZA(WRK-RES-IDX)
                   MOVE 0 TO RES-VALOR(WRK-RES-IDX)
                   MOVE 0 TO RES-QTD(WRK-RES-IDX)
                   SET CONTA-ACHADA TO TRUE
               ELSE
                   SET RESUMO-ESTOURADO TO TRUE
               END-IF
           END-IF
           IF CONTA-ACHADA
               ADD LAN-VALOR TO RES-VALOR(WRK-RES-IDX)
               ADD 1 TO RES-QTD(WRK-RES-IDX)
           END-IF.

      * The VARYING steps the index once more after the match, so
      * the match is taken back to its own slot here.
       PROCURA-CONTA.
           IF RES-CONTA(WRK-RES-IDX) = WRK-CONTA
               AND RES-NATUREZA(WRK-RES-IDX) = WRK-NATUREZA-CONTA
               SET CONTA-ACHADA TO TRUE
               SUBTRACT 1 FROM WRK-RES-IDX
           END-IF.

      * Nothing leaves for accounting unless every line found its
      * accounts and the two sides close to the cent.
       CONFERE-EXTRATO.
           IF WRK-QTD-SEM-MAPA > 0
               DISPLAY 'EXTRATO RECUSADO: ' WRK-QTD-SEM-MAPA
                   ' LANCAMENTO(S) SEM CONTA NO MAPA (CTBMAPA).'
               MOVE WRK-QTD-SEM-MAPA TO LOG-QTD-REJEITADA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           IF RESUMO-ESTOURADO
               DISPLAY 'EXTRATO RECUSADO: MAIS DE 200 PARTIDAS POR '
                   'CONTA NO DIA.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           IF WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS
               DISPLAY 'EXTRATO RECUSADO: DEBITOS ' WRK-TOT-DEBITOS
                   ' X CREDITOS ' WRK-TOT-CREDITOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

       GRAVA-EXTRATO.
           OPEN OUTPUT ARQ-EXTRATO
           MOVE SPACES TO EXTRATO-REC
           MOVE '1' TO CTX-H-TIPO
           MOVE WRK-DATA-HOJE TO CTX-H-DATA-GERACAO
           MOVE 'ADSFATUR' TO CTX-H-ORIGEM
           MOVE WRK-DATA-PROCESSO TO CTX-H-DATA-MOVIMENTO
           WRITE EXTRATO-REC
           PERFORM GRAVA-PARTIDA
               VARYING WRK-RES-IDX FROM 1 BY 1
               UNTIL WRK-RES-IDX > WRK-QTD-RESUMO
           MOVE SPACES TO EXTRATO-REC
           MOVE '9' TO CTX-T-TIPO
           MOVE WRK-QTD-DETALHES TO CTX-T-QTD-DETALHES
           MOVE WRK-TOT-DEBITOS TO CTX-T-TOTAL-DEBITOS
           MOVE WRK-TOT-CREDITOS TO CTX-T-TOTAL-CREDITOS
           WRITE EXTRATO-REC
           CLOSE ARQ-EXTRATO.

       GRAVA-PARTIDA.
           MOVE SPACES TO EXTRATO-REC
           MOVE '2' TO CTX-D-TIPO
           MOVE WRK-DATA-PROCESSO TO CTX-D-DATA-MOVIMENTO
           MOVE RES-CONTA(WRK-RES-IDX) TO CTX-D-CONTA
           MOVE RES-NATUREZA(WRK-RES-IDX) TO CTX-D-NATUREZA
           MOVE RES-VALOR(WRK-RES-IDX) TO CTX-D-VALOR
           MOVE RES-QTD(WRK-RES-IDX) TO CTX-D-QTD-LANCAMENTOS
           MOVE 'FATURAMENTO ACADEMICO' TO CTX-D-HISTORICO
           WRITE EXTRATO-REC
           ADD 1 TO WRK-QTD-DETALHES.

      * Second pass, same selection as the first: the lines just
      * summarized are stamped as sent.
       MARCA-LANCAMENTOS.
           OPEN I-O ARQ-LANCAMENTOS
           IF WRK-STATUS-LANCAMENTOS NOT = '00'
               DISPLAY 'ERRO AO REABRIR O EXTRATO FINANCEIRO '
                   '(LANCFIN). STATUS: ' WRK-STATUS-LANCAMENTOS
               DISPLAY 'EXTRATO CONTABIL GERADO, LANCAMENTOS NAO '
                   'MARCADOS. NAO REENVIE SEM CONFERIR.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM POSICIONA-LANCAMENTOS
           PERFORM MARCA-LANCAMENTO UNTIL NAO-HA-MAIS-LANCAMENTOS
           CLOSE ARQ-LANCAMENTOS.

       MARCA-LANCAMENTO.
           READ ARQ-LANCAMENTOS NEXT
               AT END
                   SET NAO-HA-MAIS-LANCAMENTOS TO TRUE
               NOT AT END
                   IF LAN-DATA-CONTABIL = 0
                       AND LAN-DATA <= WRK-DATA-PROCESSO
                       MOVE WRK-DATA-PROCESSO TO LAN-DATA-CONTABIL
                       REWRITE LANCAMENTO-REC
                       ADD 1 TO WRK-QTD-MARCADA
                   END-IF
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
           MOVE WRK-QTD-MARCADA TO LOG-QTD-GRAVADA
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
       END PROGRAM CTBEXTR.
