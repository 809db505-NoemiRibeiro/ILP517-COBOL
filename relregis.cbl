      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREGIS.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New subprogram. Registers a report in the report
      *             repository once the calling program has closed
      *             it: adds the RELINDEX entry (report ID, program,
      *             processing date and time, term, lines, pages,
      *             file, expiry per the RELTIPO retention) and
      *             copies the text to RELCONT for RELREIMP. Called
      *             by every program that writes a report, so last
      *             Tuesday's GEOMREL is found by name and date
      *             instead of by guessing generation numbers. A
      *             failure here is reported but never fails the
      *             caller - the report itself is already written.
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

      * The report is opened under the name the caller wrote it to.
           SELECT ARQ-ORIGEM ASSIGN TO WRK-ARQUIVO-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORIGEM.
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

       FD  ARQ-ORIGEM.
       01  ORIGEM-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-INDICE     PIC X(02).
       77 WRK-STATUS-CONTEUDO   PIC X(02).
       77 WRK-STATUS-TIPOS      PIC X(02).
       77 WRK-STATUS-ORIGEM     PIC X(02).
       77 WRK-ARQUIVO-ORIGEM    PIC X(10).
       77 WRK-RETENCAO-DIAS     PIC 9(05).
       77 WRK-LINHAS-PAGINA     PIC 9(03).
       77 WRK-QTD-LINHAS        PIC 9(07).
       77 WRK-DIA-JULIANO       PIC 9(07).
       01 WRK-DATA-HORA         PIC X(21).

       01 WRK-SEQUENCIA-LIVRE PIC X VALUE 'N'.
           88 SEQUENCIA-LIVRE VALUE 'S'.

       01 WRK-FIM-ORIGEM PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ORIGEM VALUE 'S'.

       01 WRK-COPIA-OK PIC X VALUE 'N'.
           88 COPIA-COMPLETA VALUE 'S'.

       LINKAGE SECTION.
       01 LNK-RELATORIO       PIC X(10).
       01 LNK-PROGRAMA        PIC X(08).
       01 LNK-TERMO           PIC 9(05).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-RELATORIO, LNK-PROGRAMA,
               LNK-TERMO.
       INICIO.
           OPEN I-O ARQ-INDICE
           IF WRK-STATUS-INDICE = '35'
               OPEN OUTPUT ARQ-INDICE
               CLOSE ARQ-INDICE
               OPEN I-O ARQ-INDICE
           END-IF
           IF WRK-STATUS-INDICE NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELINDEX. STATUS: '
                   WRK-STATUS-INDICE
               DISPLAY 'RELATORIO ' LNK-RELATORIO
                   ' NAO REGISTRADO NO REPOSITORIO.'
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE LNK-RELATORIO TO IND-RELATORIO
           MOVE WRK-DATA-HORA(1:8) TO IND-DATA
           MOVE 0 TO IND-SEQUENCIA
           MOVE 'N' TO WRK-SEQUENCIA-LIVRE
           PERFORM PROCURA-SEQUENCIA
               UNTIL SEQUENCIA-LIVRE OR IND-SEQUENCIA = 999
           IF NOT SEQUENCIA-LIVRE
               DISPLAY 'RELATORIO ' LNK-RELATORIO
                   ' JA TEM 999 REGISTROS HOJE. NAO REGISTRADO.'
               CLOSE ARQ-INDICE
               GOBACK
           END-IF
           PERFORM APURA-TIPO
           PERFORM COPIA-CONTEUDO
           PERFORM GRAVA-INDICE
           CLOSE ARQ-INDICE
           GOBACK.

       PROCURA-SEQUENCIA.
           ADD 1 TO IND-SEQUENCIA
           READ ARQ-INDICE
               INVALID KEY
                   SET SEQUENCIA-LIVRE TO TRUE
           END-READ.

       APURA-TIPO.
           MOVE 90 TO WRK-RETENCAO-DIAS
           MOVE 60 TO WRK-LINHAS-PAGINA
           OPEN INPUT ARQ-TIPOS
           IF WRK-STATUS-TIPOS = '00'
               MOVE LNK-RELATORIO TO TPR-RELATORIO
               READ ARQ-TIPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TPR-RETENCAO-DIAS TO WRK-RETENCAO-DIAS
                       IF TPR-LINHAS-PAGINA > 0
                           MOVE TPR-LINHAS-PAGINA TO WRK-LINHAS-PAGINA
                       END-IF
               END-READ
               CLOSE ARQ-TIPOS
           END-IF.

       COPIA-CONTEUDO.
           MOVE 0 TO WRK-QTD-LINHAS
           MOVE 'N' TO WRK-COPIA-OK
           MOVE LNK-RELATORIO TO WRK-ARQUIVO-ORIGEM
           OPEN INPUT ARQ-ORIGEM
           IF WRK-STATUS-ORIGEM NOT = '00'
               DISPLAY 'RELATORIO ' LNK-RELATORIO
                   ' NAO ENCONTRADO PARA COPIA. STATUS: '
                   WRK-STATUS-ORIGEM
           ELSE
               OPEN I-O ARQ-CONTEUDO
               IF WRK-STATUS-CONTEUDO = '35'
                   OPEN OUTPUT ARQ-CONTEUDO
                   CLOSE ARQ-CONTEUDO
                   OPEN I-O ARQ-CONTEUDO
               END-IF
               IF WRK-STATUS-CONTEUDO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RELCONT. STATUS: '
                       WRK-STATUS-CONTEUDO
               ELSE
                   SET COPIA-COMPLETA TO TRUE
                   MOVE 'N' TO WRK-FIM-ORIGEM
                   PERFORM COPIA-LINHA UNTIL NAO-HA-MAIS-ORIGEM
                   CLOSE ARQ-CONTEUDO
               END-IF
               CLOSE ARQ-ORIGEM
           END-IF.

       COPIA-LINHA.
           READ ARQ-ORIGEM
               AT END
                   SET NAO-HA-MAIS-ORIGEM TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LINHAS
                   MOVE IND-RELATORIO TO RCT-RELATORIO
                   MOVE IND-DATA TO RCT-DATA
                   MOVE IND-SEQUENCIA TO RCT-SEQUENCIA
                   MOVE WRK-QTD-LINHAS TO RCT-LINHA
                   MOVE ORIGEM-REC TO RCT-TEXTO
                   WRITE RELCONT-REC
                       INVALID KEY
                           MOVE 'N' TO WRK-COPIA-OK
                           SET NAO-HA-MAIS-ORIGEM TO TRUE
                   END-WRITE
           END-READ.

       GRAVA-INDICE.
           MOVE WRK-DATA-HORA(9:6) TO IND-HORA
           MOVE LNK-PROGRAMA TO IND-PROGRAMA
           MOVE LNK-TERMO TO IND-TERMO
           MOVE WRK-QTD-LINHAS TO IND-LINHAS
           MOVE WRK-LINHAS-PAGINA TO IND-LINHAS-PAGINA
           COMPUTE IND-PAGINAS = (WRK-QTD-LINHAS + WRK-LINHAS-PAGINA
               - 1) / WRK-LINHAS-PAGINA
           MOVE LNK-RELATORIO TO IND-DATASET
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(IND-DATA) + WRK-RETENCAO-DIAS
           COMPUTE IND-DATA-EXPIRA =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO)
           IF COPIA-COMPLETA
               SET RELATORIO-GUARDADO TO TRUE
           ELSE
               SET RELATORIO-INCOMPLETO TO TRUE
               DISPLAY 'RELATORIO ' LNK-RELATORIO
                   ' REGISTRADO SEM O TEXTO (NAO REIMPRIMIVEL).'
           END-IF
           WRITE RELINDEX-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR RELINDEX PARA '
                       LNK-RELATORIO '. STATUS: ' WRK-STATUS-INDICE
           END-WRITE.
       END PROGRAM RELREGIS.
