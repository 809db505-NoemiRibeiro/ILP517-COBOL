      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEXPUR.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Expiry for the report repository:
      *             every RELINDEX entry gets its expiry recomputed
      *             from the RELTIPO retention in force today (90
      *             days for a report with no type), and the runs
      *             past it leave RELINDEX together with their text
      *             on RELCONT. Retention is by report type, not by
      *             how many generations the dataset keeps, so the
      *             reports that must be kept for years are.
      *             SYSIN: processing date, 0 = system date.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INDICE ASSIGN TO "RELINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-CHAVE
               FILE STATUS IS WRK-STATUS-INDICE.

           SELECT ARQ-CONTEUDO ASSIGN TO "RELCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WRK-STATUS-CONTEUDO.

           SELECT ARQ-TIPOS ASSIGN TO "RELTIPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TPR-RELATORIO
               FILE STATUS IS WRK-STATUS-TIPOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-INDICE.
           COPY RELINDEX.

       FD  ARQ-CONTEUDO.
           COPY RELCONT.

       FD  ARQ-TIPOS.
           COPY RELTIPO.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-INDICE     PIC X(02).
       77 WRK-STATUS-CONTEUDO   PIC X(02).
       77 WRK-STATUS-TIPOS      PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-PROCESSO     PIC 9(08).
       77 WRK-RETENCAO-DIAS     PIC 9(05).
       77 WRK-DIA-JULIANO       PIC 9(07).
       77 WRK-DATA-EXPIRA       PIC 9(08).
       77 WRK-QTD-LIDOS         PIC 9(06) VALUE 0.
       77 WRK-QTD-EXPURGADOS    PIC 9(06) VALUE 0.
       77 WRK-QTD-PRORROGADOS   PIC 9(06) VALUE 0.
       77 WRK-QTD-LINHAS        PIC 9(09) VALUE 0.
       77 WRK-QTD-ERROS         PIC 9(06) VALUE 0.

       01 WRK-TIPOS-DISPONIVEL PIC X VALUE 'N'.
           88 TIPOS-DISPONIVEL VALUE 'S'.

       01 WRK-FIM-INDICE PIC X VALUE 'N'.
           88 NAO-HA-MAIS-INDICE VALUE 'S'.

       01 WRK-FIM-CONTEUDO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-CONTEUDO VALUE 'S'.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'RELEXPUR'.
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
           DISPLAY 'RELEXPUR - EXPURGO DO REPOSITORIO DE RELATORIOS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           DISPLAY 'DATA DE PROCESSAMENTO (AAAAMMDD, 0 = DATA DO '
               'SISTEMA)'
           ACCEPT WRK-DATA-PROCESSO
           IF WRK-DATA-PROCESSO = 0
               MOVE WRK-DATA-HOJE TO WRK-DATA-PROCESSO
           END-IF
           OPEN I-O ARQ-INDICE
           IF WRK-STATUS-INDICE = '35'
               DISPLAY 'REPOSITORIO VAZIO (RELINDEX). NADA A EXPURGAR.'
               PERFORM GRAVA-LOG-FIM
               STOP RUN
           END-IF
           IF WRK-STATUS-INDICE NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELINDEX. STATUS: '
                   WRK-STATUS-INDICE
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-CONTEUDO
           IF WRK-STATUS-CONTEUDO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELCONT. STATUS: '
                   WRK-STATUS-CONTEUDO
               CLOSE ARQ-INDICE
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-TIPOS
           IF WRK-STATUS-TIPOS = '00'
               SET TIPOS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'RELTIPO INDISPONIVEL. TODOS OS RELATORIOS COM '
                   'A RETENCAO PADRAO DE 90 DIAS.'
           END-IF
           MOVE LOW-VALUES TO IND-CHAVE
           START ARQ-INDICE KEY IS NOT LESS THAN IND-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-INDICE TO TRUE
           END-START
           PERFORM LE-INDICE UNTIL NAO-HA-MAIS-INDICE
           CLOSE ARQ-INDICE
           CLOSE ARQ-CONTEUDO
           IF TIPOS-DISPONIVEL
               CLOSE ARQ-TIPOS
           END-IF
           DISPLAY 'EXECUCOES LIDAS.......: ' WRK-QTD-LIDOS
           DISPLAY 'EXECUCOES EXPURGADAS..: ' WRK-QTD-EXPURGADOS
           DISPLAY 'LINHAS REMOVIDAS......: ' WRK-QTD-LINHAS
           DISPLAY 'EXPIRACOES ALTERADAS..: ' WRK-QTD-PRORROGADOS
           DISPLAY 'ERROS.................: ' WRK-QTD-ERROS
           PERFORM GRAVA-LOG-FIM
           DISPLAY '---------------------------------------------------'
           STOP RUN.

       LE-INDICE.
           READ ARQ-INDICE NEXT
               AT END
                   SET NAO-HA-MAIS-INDICE TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM APURA-EXPIRACAO
                   IF WRK-DATA-EXPIRA < WRK-DATA-PROCESSO
                       PERFORM EXPURGA-EXECUCAO
                   ELSE
                       IF WRK-DATA-EXPIRA NOT = IND-DATA-EXPIRA
                           MOVE WRK-DATA-EXPIRA TO IND-DATA-EXPIRA
                           REWRITE RELINDEX-REC
                           ADD 1 TO WRK-QTD-PRORROGADOS
                       END-IF
                   END-IF
           END-READ.

       APURA-EXPIRACAO.
           MOVE 90 TO WRK-RETENCAO-DIAS
           IF TIPOS-DISPONIVEL
               MOVE IND-RELATORIO TO TPR-RELATORIO
               READ ARQ-TIPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TPR-RETENCAO-DIAS TO WRK-RETENCAO-DIAS
               END-READ
           END-IF
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(IND-DATA) + WRK-RETENCAO-DIAS
           COMPUTE WRK-DATA-EXPIRA =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO).

      * The text goes first: an index entry left behind by a failed
      * delete is picked up again on the next run, loose text
      * lines with no entry would never be.
       EXPURGA-EXECUCAO.
           MOVE 'N' TO WRK-FIM-CONTEUDO
           MOVE IND-RELATORIO TO RCT-RELATORIO
           MOVE IND-DATA TO RCT-DATA
           MOVE IND-SEQUENCIA TO RCT-SEQUENCIA
           MOVE 0 TO RCT-LINHA
           START ARQ-CONTEUDO KEY IS NOT LESS THAN RCT-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-CONTEUDO TO TRUE
           END-START
           PERFORM EXPURGA-LINHA UNTIL NAO-HA-MAIS-CONTEUDO
           DELETE ARQ-INDICE
               INVALID KEY
                   ADD 1 TO WRK-QTD-ERROS
                   DISPLAY 'ERRO AO EXCLUIR ' IND-RELATORIO ' '
                       IND-DATA ' ' IND-SEQUENCIA '. STATUS: '
                       WRK-STATUS-INDICE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-EXPURGADOS
           END-DELETE.

       EXPURGA-LINHA.
           READ ARQ-CONTEUDO NEXT
               AT END
                   SET NAO-HA-MAIS-CONTEUDO TO TRUE
               NOT AT END
                   IF RCT-RELATORIO NOT = IND-RELATORIO
                       OR RCT-DATA NOT = IND-DATA
                       OR RCT-SEQUENCIA NOT = IND-SEQUENCIA
                       SET NAO-HA-MAIS-CONTEUDO TO TRUE
                   ELSE
                       DELETE ARQ-CONTEUDO
                       ADD 1 TO WRK-QTD-LINHAS
                   END-IF
           END-READ.

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
           MOVE 'INICIADO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-LIDOS TO LOG-QTD-LIDA
           MOVE WRK-QTD-EXPURGADOS TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-ERROS TO LOG-QTD-REJEITADA
           IF WRK-QTD-ERROS > 0
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
       END PROGRAM RELEXPUR.
