      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRCTRL.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Inbound feed registry, run as an
      *             early DLYBATCH step ahead of every step that
      *             posts a feed: FREQENT, FREQSESS, GEOFEED,
      *             INTRECEB and the NOTIFSTAT delivery confirmations
      *             are each counted and hashed over every byte and
      *             registered on ENTRREG with the date they carry.
      *             A feed whose name, hash and count are already on
      *             the registry from an earlier night is refused as
      *             a duplicate and the step ends RC 8 (ERRO), which
      *             stops the stream before it is posted twice; a
      *             feed the PROCCAL calendar expects tonight that
      *             did not arrive (GEOFEED on every business day,
      *             FREQENT and FREQSESS on the weekly-attendance
      *             day) is flagged and the step ends RC 4
      *             (REJEICOES). Until now only LOTENOTAS had such a
      *             control: a resent feed was posted twice and a
      *             feed that never came was just a quiet night.
      *             The verdicts go to ENTRREL, registered in the
      *             report repository through RELREGIS.
      * 15/10/2026  GEOFEED is read as lines of up to 300 bytes, now
      *             that it carries polygon parcels; a record with
      *             nothing past byte 100 hashes as before, so the
      *             registry keys of feeds already seen do not change.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FREQENT ASSIGN TO "FREQENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQENT.

           SELECT ARQ-FREQSESS ASSIGN TO "FREQSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQSESS.

           SELECT ARQ-GEOFEED ASSIGN TO "GEOFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GEOFEED.

           SELECT ARQ-INTRECEB ASSIGN TO "INTRECEB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INTRECEB.

           SELECT ARQ-NOTIFSTAT ASSIGN TO "NOTIFSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTIFSTAT.

           SELECT ARQ-REGISTRO ASSIGN TO "ENTRREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS WRK-STATUS-REGISTRO.

           SELECT ARQ-CALENDARIO-PROC ASSIGN TO "PROCCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCA-DATA
               FILE STATUS IS WRK-STATUS-CALENDARIO.

           SELECT ARQ-RELATORIO ASSIGN TO "ENTRREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-FREQENT.
       01  FREQENT-REC             PIC X(100).

       FD  ARQ-FREQSESS.
       01  FREQSESS-REC            PIC X(100).

       FD  ARQ-GEOFEED.
       01  GEOFEED-REC             PIC X(300).

       FD  ARQ-INTRECEB.
       01  INTRECEB-REC            PIC X(100).

       FD  ARQ-NOTIFSTAT.
       01  NOTIFSTAT-REC           PIC X(100).

       FD  ARQ-REGISTRO.
           COPY ENTRREC.

       FD  ARQ-CALENDARIO-PROC.
           COPY PROCCAL.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FREQENT    PIC X(02).
       77 WRK-STATUS-FREQSESS   PIC X(02).
       77 WRK-STATUS-GEOFEED    PIC X(02).
       77 WRK-STATUS-INTRECEB   PIC X(02).
       77 WRK-STATUS-NOTIFSTAT  PIC X(02).
       77 WRK-STATUS-REGISTRO   PIC X(02).
       77 WRK-STATUS-CALENDARIO PIC X(02).
       77 WRK-STATUS-FEED       PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-PROCESSO     PIC 9(08).
       77 WRK-HORA-AGORA        PIC 9(08).
       77 WRK-ORIGEM            PIC X(08).
       77 WRK-TIPO-ESPERA       PIC X(01).
       77 WRK-DATA-ARQUIVO      PIC 9(08).
       77 WRK-QTD-REGISTROS     PIC 9(07).
       77 WRK-HASH              PIC 9(09).
       77 WRK-HASH-CALCULO      PIC 9(11).
       77 WRK-QUOCIENTE         PIC 9(11).
       77 WRK-SITUACAO-FEED     PIC X(14).
       77 WRK-OBSERVACAO        PIC X(40).
       77 WRK-QTD-ACEITOS       PIC 9(02) VALUE 0.
       77 WRK-QTD-DUPLICADOS    PIC 9(02) VALUE 0.
       77 WRK-QTD-FALTANTES     PIC 9(02) VALUE 0.
       77 WRK-QTD-LIDOS         PIC 9(02) VALUE 0.
       77 WRK-DECISAO-PASSO     PIC X(01).
       77 WRK-MOTIVO-PASSO      PIC X(12).

       01 WRK-LINHA-FEED.
           03 WRK-BYTE-FEED     PIC X(01) OCCURS 300 TIMES.

       01 WRK-TAMANHO-HASH PIC 9(3) VALUE 100.

       01 CONTADOR        PIC 9(3) VALUE 1.

       01 WRK-FIM-FEED PIC X VALUE 'N'.
           88 NAO-HA-MAIS-FEED VALUE 'S'.

       01 WRK-CALENDARIO-LIDO PIC X VALUE 'N'.
           88 CALENDARIO-ENCONTRADO VALUE 'S'.

       01 WRK-ESPERA-UTIL PIC X VALUE 'S'.
           88 ESPERA-DIA-UTIL VALUE 'S'.

       01 WRK-ESPERA-SEMANAL PIC X VALUE 'S'.
           88 ESPERA-DIA-SEMANAL VALUE 'S'.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'ENTRCTRL'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'ENTRREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'ENTRCTRL'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ENTRCTRL - REGISTRO DE ARQUIVOS RECEBIDOS'
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
           DISPLAY 'DATA DE PROCESSAMENTO: ' WRK-DATA-PROCESSO
           PERFORM CONSULTA-CALENDARIO
           PERFORM ABRE-ARQUIVOS
           PERFORM CONFERE-FREQENT
           PERFORM CONFERE-FREQSESS
           PERFORM CONFERE-GEOFEED
           PERFORM CONFERE-INTRECEB
           PERFORM CONFERE-NOTIFSTAT
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-REGISTRO
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'ARQUIVOS ACEITOS...: ' WRK-QTD-ACEITOS
           DISPLAY 'DUPLICADOS.........: ' WRK-QTD-DUPLICADOS
           DISPLAY 'ESPERADOS AUSENTES.: ' WRK-QTD-FALTANTES
           DISPLAY 'Relatorio gerado em ENTRREL.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * Which feeds tonight should bring comes from the same
      * calendar DLYREST reads: a date missing from PROCCAL, or no
      * calendar at all, expects every calendar-driven feed - the
      * same way DLYREST then runs every step.
       CONSULTA-CALENDARIO.
           OPEN INPUT ARQ-CALENDARIO-PROC
           IF WRK-STATUS-CALENDARIO NOT = '00'
               DISPLAY 'CALENDARIO DE PROCESSAMENTO (PROCCAL) '
                   'INDISPONIVEL. TODOS OS ARQUIVOS SAO ESPERADOS.'
           ELSE
               MOVE WRK-DATA-PROCESSO TO PCA-DATA
               READ ARQ-CALENDARIO-PROC
                   INVALID KEY
                       DISPLAY 'DATA ' WRK-DATA-PROCESSO
                           ' SEM REGISTRO NO PROCCAL. TODOS OS '
                           'ARQUIVOS SAO ESPERADOS.'
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CALENDARIO-LIDO
               END-READ
               CLOSE ARQ-CALENDARIO-PROC
           END-IF
           IF CALENDARIO-ENCONTRADO
               IF NOT DIA-UTIL
                   MOVE 'N' TO WRK-ESPERA-UTIL
                   MOVE 'N' TO WRK-ESPERA-SEMANAL
               ELSE
                   IF PCA-DIA-FREQUENCIA NOT = 'S'
                       MOVE 'N' TO WRK-ESPERA-SEMANAL
                   END-IF
               END-IF
           END-IF.

       ABRE-ARQUIVOS.
           OPEN I-O ARQ-REGISTRO
           IF WRK-STATUS-REGISTRO = '35'
               OPEN OUTPUT ARQ-REGISTRO
               CLOSE ARQ-REGISTRO
               OPEN I-O ARQ-REGISTRO
           END-IF
           IF WRK-STATUS-REGISTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE ARQUIVOS '
                   '(ENTRREG). STATUS: ' WRK-STATUS-REGISTRO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO RELATORIO-REC
           STRING 'ARQUIVOS RECEBIDOS - PROCESSAMENTO DE '
               DELIMITED SIZE
               WRK-DATA-PROCESSO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ARQUIVO  DATA     REGISTROS HASH      SITUACAO'
               DELIMITED SIZE
               '       OBSERVACAO' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * One paragraph per feed: each has its own DD, but all are
      * read as plain lines (100 bytes; GEOFEED up to 300, for its
      * polygon parcels) and counted and hashed by the same code.
      * WRK-TIPO-ESPERA says when the feed is due: U on every
      * business day, S only on the calendar's weekly-attendance
      * day, N sent on demand and never missed.
       CONFERE-FREQENT.
           MOVE 'FREQENT' TO WRK-ORIGEM
           MOVE 'S' TO WRK-TIPO-ESPERA
           PERFORM INICIA-FEED
           OPEN INPUT ARQ-FREQENT
           MOVE WRK-STATUS-FREQENT TO WRK-STATUS-FEED
           IF WRK-STATUS-FEED = '00'
               PERFORM LE-FREQENT UNTIL NAO-HA-MAIS-FEED
               CLOSE ARQ-FREQENT
           END-IF
           PERFORM AVALIA-FEED.

       LE-FREQENT.
           READ ARQ-FREQENT
               AT END
                   SET NAO-HA-MAIS-FEED TO TRUE
               NOT AT END
                   MOVE FREQENT-REC TO WRK-LINHA-FEED
                   PERFORM ACUMULA-REGISTRO
           END-READ.

       CONFERE-FREQSESS.
           MOVE 'FREQSESS' TO WRK-ORIGEM
           MOVE 'S' TO WRK-TIPO-ESPERA
           PERFORM INICIA-FEED
           OPEN INPUT ARQ-FREQSESS
           MOVE WRK-STATUS-FREQSESS TO WRK-STATUS-FEED
           IF WRK-STATUS-FEED = '00'
               PERFORM LE-FREQSESS UNTIL NAO-HA-MAIS-FEED
               CLOSE ARQ-FREQSESS
           END-IF
           PERFORM AVALIA-FEED.

      * The session feed's date is the latest session it carries
      * (columns 21-28 of the FREQLOAD session layout).
       LE-FREQSESS.
           READ ARQ-FREQSESS
               AT END
                   SET NAO-HA-MAIS-FEED TO TRUE
               NOT AT END
                   MOVE FREQSESS-REC TO WRK-LINHA-FEED
                   PERFORM ACUMULA-REGISTRO
                   IF FREQSESS-REC(21:8) IS NUMERIC
                       AND FREQSESS-REC(21:8) > WRK-DATA-ARQUIVO
                       MOVE FREQSESS-REC(21:8) TO WRK-DATA-ARQUIVO
                   END-IF
           END-READ.

       CONFERE-GEOFEED.
           MOVE 'GEOFEED' TO WRK-ORIGEM
           MOVE 'U' TO WRK-TIPO-ESPERA
           PERFORM INICIA-FEED
           OPEN INPUT ARQ-GEOFEED
           MOVE WRK-STATUS-GEOFEED TO WRK-STATUS-FEED
           IF WRK-STATUS-FEED = '00'
               PERFORM LE-GEOFEED UNTIL NAO-HA-MAIS-FEED
               CLOSE ARQ-GEOFEED
           END-IF
           PERFORM AVALIA-FEED.

       LE-GEOFEED.
           READ ARQ-GEOFEED
               AT END
                   SET NAO-HA-MAIS-FEED TO TRUE
               NOT AT END
                   MOVE GEOFEED-REC TO WRK-LINHA-FEED
                   PERFORM ACUMULA-REGISTRO
           END-READ.

       CONFERE-INTRECEB.
           MOVE 'INTRECEB' TO WRK-ORIGEM
           MOVE 'N' TO WRK-TIPO-ESPERA
           PERFORM INICIA-FEED
           OPEN INPUT ARQ-INTRECEB
           MOVE WRK-STATUS-INTRECEB TO WRK-STATUS-FEED
           IF WRK-STATUS-FEED = '00'
               PERFORM LE-INTRECEB UNTIL NAO-HA-MAIS-FEED
               CLOSE ARQ-INTRECEB
           END-IF
           PERFORM AVALIA-FEED.

      * The central system's extract dates itself on its type-1
      * header (the TRANSFIN layout).
       LE-INTRECEB.
           READ ARQ-INTRECEB
               AT END
                   SET NAO-HA-MAIS-FEED TO TRUE
               NOT AT END
                   MOVE INTRECEB-REC TO WRK-LINHA-FEED
                   PERFORM ACUMULA-REGISTRO
                   IF INTRECEB-REC(1:1) = '1'
                       AND INTRECEB-REC(2:8) IS NUMERIC
                       MOVE INTRECEB-REC(2:8) TO WRK-DATA-ARQUIVO
                   END-IF
           END-READ.

       CONFERE-NOTIFSTAT.
           MOVE 'NOTIFSTA' TO WRK-ORIGEM
           MOVE 'N' TO WRK-TIPO-ESPERA
           PERFORM INICIA-FEED
           OPEN INPUT ARQ-NOTIFSTAT
           MOVE WRK-STATUS-NOTIFSTAT TO WRK-STATUS-FEED
           IF WRK-STATUS-FEED = '00'
               PERFORM LE-NOTIFSTAT UNTIL NAO-HA-MAIS-FEED
               CLOSE ARQ-NOTIFSTAT
           END-IF
           PERFORM AVALIA-FEED.

       LE-NOTIFSTAT.
           READ ARQ-NOTIFSTAT
               AT END
                   SET NAO-HA-MAIS-FEED TO TRUE
               NOT AT END
                   MOVE NOTIFSTAT-REC TO WRK-LINHA-FEED
                   PERFORM ACUMULA-REGISTRO
           END-READ.

       INICIA-FEED.
           MOVE 'N' TO WRK-FIM-FEED
           MOVE 0 TO WRK-QTD-REGISTROS
           MOVE 0 TO WRK-HASH
           MOVE 0 TO WRK-DATA-ARQUIVO
           MOVE SPACES TO WRK-OBSERVACAO.

      * Blank lines are not records. The hash runs over every byte
      * of every record in order (times 31 plus the byte, kept below
      * 999999937), so any change to any record - or the same
      * records in a different order - gives a different hash.
      * Only a record with data past byte 100 is hashed to 300, so
      * every 100-byte record hashes exactly as it always has.
       ACUMULA-REGISTRO.
           IF WRK-LINHA-FEED NOT = SPACES
               ADD 1 TO WRK-QTD-REGISTROS
               IF WRK-LINHA-FEED(101:200) = SPACES
                   MOVE 100 TO WRK-TAMANHO-HASH
               ELSE
                   MOVE 300 TO WRK-TAMANHO-HASH
               END-IF
               PERFORM ACUMULA-BYTE
                   VARYING CONTADOR FROM 1 BY 1
                   UNTIL CONTADOR > WRK-TAMANHO-HASH
           END-IF.

       ACUMULA-BYTE.
           COMPUTE WRK-HASH-CALCULO = WRK-HASH * 31
               + FUNCTION ORD(WRK-BYTE-FEED(CONTADOR))
           DIVIDE WRK-HASH-CALCULO BY 999999937
               GIVING WRK-QUOCIENTE REMAINDER WRK-HASH.

      * A feed not received (or received empty) is only a fault on
      * a night the calendar expects it. One received is looked up
      * by name, hash and count: found from another processing date
      * it is a resend; found from this same date it is a restarted
      * night meeting its own feed again, and is accepted.
       AVALIA-FEED.
           IF WRK-STATUS-FEED NOT = '00'
               AND WRK-STATUS-FEED NOT = '35'
               MOVE 'ERRO DE LEITURA' TO WRK-SITUACAO-FEED
               STRING 'STATUS ' DELIMITED SIZE
                   WRK-STATUS-FEED DELIMITED SIZE
                   INTO WRK-OBSERVACAO
               END-STRING
               ADD 1 TO WRK-QTD-FALTANTES
           ELSE
               IF WRK-QTD-REGISTROS = 0
                   PERFORM AVALIA-AUSENTE
               ELSE
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM REGISTRA-FEED
               END-IF
           END-IF
           PERFORM GRAVA-LINHA-FEED.

       AVALIA-AUSENTE.
           EVALUATE TRUE
               WHEN WRK-TIPO-ESPERA = 'U' AND ESPERA-DIA-UTIL
                   MOVE 'AUSENTE' TO WRK-SITUACAO-FEED
                   MOVE 'ESPERADO EM TODO DIA UTIL' TO WRK-OBSERVACAO
                   ADD 1 TO WRK-QTD-FALTANTES
               WHEN WRK-TIPO-ESPERA = 'S' AND ESPERA-DIA-SEMANAL
                   MOVE 'AUSENTE' TO WRK-SITUACAO-FEED
                   MOVE 'ESPERADO NO DIA DE FREQUENCIA'
                       TO WRK-OBSERVACAO
                   ADD 1 TO WRK-QTD-FALTANTES
               WHEN OTHER
                   MOVE 'NAO RECEBIDO' TO WRK-SITUACAO-FEED
                   MOVE 'NAO ESPERADO NESTA DATA' TO WRK-OBSERVACAO
           END-EVALUATE.

       REGISTRA-FEED.
           IF WRK-DATA-ARQUIVO = 0
               MOVE WRK-DATA-PROCESSO TO WRK-DATA-ARQUIVO
           END-IF
           MOVE WRK-ORIGEM TO ENT-ORIGEM
           MOVE WRK-HASH TO ENT-HASH
           MOVE WRK-QTD-REGISTROS TO ENT-QTD-REGISTROS
           READ ARQ-REGISTRO
               INVALID KEY
                   PERFORM GRAVA-REGISTRO-FEED
               NOT INVALID KEY
                   IF ENT-DATA-PROCESSO = WRK-DATA-PROCESSO
                       MOVE 'ACEITO' TO WRK-SITUACAO-FEED
                       MOVE 'JA REGISTRADO NESTA DATA (REINICIO)'
                           TO WRK-OBSERVACAO
                       ADD 1 TO WRK-QTD-ACEITOS
                   ELSE
                       MOVE 'DUPLICADO' TO WRK-SITUACAO-FEED
                       STRING 'JA RECEBIDO NO PROCESSAMENTO DE '
                           DELIMITED SIZE
                           ENT-DATA-PROCESSO DELIMITED SIZE
                           INTO WRK-OBSERVACAO
                       END-STRING
                       ADD 1 TO WRK-QTD-DUPLICADOS
                   END-IF
           END-READ.

       GRAVA-REGISTRO-FEED.
           ACCEPT WRK-HORA-AGORA FROM TIME
           MOVE WRK-DATA-ARQUIVO TO ENT-DATA-ARQUIVO
           MOVE WRK-DATA-PROCESSO TO ENT-DATA-PROCESSO
           MOVE WRK-HORA-AGORA(1:6) TO ENT-HORA-REGISTRO
           WRITE ENTRADA-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ENTRREG. STATUS: '
                       WRK-STATUS-REGISTRO
           END-WRITE
           MOVE 'ACEITO' TO WRK-SITUACAO-FEED
           ADD 1 TO WRK-QTD-ACEITOS.

       GRAVA-LINHA-FEED.
           DISPLAY WRK-ORIGEM ': ' WRK-SITUACAO-FEED ' '
               WRK-OBSERVACAO
           MOVE SPACES TO RELATORIO-REC
           STRING WRK-ORIGEM DELIMITED SIZE
               ' ' WRK-DATA-ARQUIVO DELIMITED SIZE
               ' ' WRK-QTD-REGISTROS DELIMITED SIZE
               '   ' WRK-HASH DELIMITED SIZE
               ' ' WRK-SITUACAO-FEED DELIMITED SIZE
               ' ' WRK-OBSERVACAO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ACEITOS: ' DELIMITED SIZE
               WRK-QTD-ACEITOS DELIMITED SIZE
               '  DUPLICADOS: ' WRK-QTD-DUPLICADOS DELIMITED SIZE
               '  ESPERADOS AUSENTES: ' DELIMITED SIZE
               WRK-QTD-FALTANTES DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           IF WRK-QTD-DUPLICADOS > 0
               MOVE 'ARQUIVO DUPLICADO: O FLUXO PARA AQUI. RETIRE O '
                   TO RELATORIO-REC
               WRITE RELATORIO-REC
               MOVE 'REENVIO E REINICIE O DLYBATCH (DLYREST MODO R).'
                   TO RELATORIO-REC
               WRITE RELATORIO-REC
           END-IF.

      * A step the DLYREST controller parked (restart or calendar)
      * logs itself skipped and ends RC 0.
       GRAVA-LOG-PULADO.
           DISPLAY 'PASSO PULADO PELO CONTROLE DE PASSOS (DLYREST).'
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

      * A duplicate ends ERRO (RC 8): the stream stops before the
      * resend is posted, and on the restart DLYREST runs this step
      * again. A missing feed ends REJEICOES (RC 4): the stream goes
      * on, and a restart does not repeat the check.
       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-LIDOS TO LOG-QTD-LIDA
           MOVE WRK-QTD-ACEITOS TO LOG-QTD-GRAVADA
           COMPUTE LOG-QTD-REJEITADA =
               WRK-QTD-DUPLICADOS + WRK-QTD-FALTANTES
           EVALUATE TRUE
               WHEN WRK-QTD-DUPLICADOS > 0
                   MOVE 'ERRO' TO LOG-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-FALTANTES > 0
                   MOVE 'REJEICOES' TO LOG-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'CONCLUIDO' TO LOG-STATUS
           END-EVALUATE
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
       END PROGRAM ENTRCTRL.
