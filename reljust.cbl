      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELJUST.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Secretariat listing of the absence
      *             justifications JUSTFALT recorded on JUSTMSTR for
      *             a term: student, discipline (or all), period
      *             covered, document type and number, approving
      *             operator and date, sessions justified and
      *             enrollments re-evaluated - with totals per
      *             document type. Report goes to JUSTREL and is
      *             registered in the report repository through
      *             RELREGIS.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JUSTIFICATIVAS ASSIGN TO "JUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JUS-CHAVE
               FILE STATUS IS WRK-STATUS-JUSTIFICATIVAS.

           SELECT ARQ-RELATORIO ASSIGN TO "JUSTREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-JUSTIFICATIVAS.
           COPY JUSTREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-JUSTIFICATIVAS PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-TERMO-SELECAO     PIC 9(05).
       77 WRK-CODIGO-EXIBIDO    PIC X(05).
       77 WRK-DESCRICAO-TIPO    PIC X(17).
       77 WRK-QTD-JUSTIFICATIVAS PIC 9(05) VALUE 0.
       77 WRK-QTD-MEDICO        PIC 9(05) VALUE 0.
       77 WRK-QTD-JURI          PIC 9(05) VALUE 0.
       77 WRK-QTD-MILITAR       PIC 9(05) VALUE 0.
       77 WRK-QTD-LEGAL         PIC 9(05) VALUE 0.
       77 WRK-TOT-SESSOES       PIC 9(06) VALUE 0.
       77 WRK-TOT-REAVALIADAS   PIC 9(05) VALUE 0.

       01 WRK-FIM-JUSTIFICATIVAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-JUSTIFICATIVAS VALUE 'S'.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'JUSTREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELJUST'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'RELJUST - JUSTIFICATIVAS DE FALTAS DO TERMO'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'INFORME O TERMO (AAAAS)'
           ACCEPT WRK-TERMO-SELECAO
           OPEN INPUT ARQ-JUSTIFICATIVAS
           IF WRK-STATUS-JUSTIFICATIVAS NOT = '00'
               DISPLAY 'CADASTRO DE JUSTIFICATIVAS (JUSTMSTR) '
                   'INDISPONIVEL. STATUS: ' WRK-STATUS-JUSTIFICATIVAS
               DISPLAY 'NENHUMA JUSTIFICATIVA FOI REGISTRADA AINDA.'
               GOBACK
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-CABECALHO
           MOVE WRK-TERMO-SELECAO TO JUS-TERMO
           MOVE LOW-VALUES TO JUS-STUDENT-ID
           MOVE 0 TO JUS-DATA-INICIO
           MOVE LOW-VALUES TO JUS-CODIGO
           START ARQ-JUSTIFICATIVAS KEY IS NOT LESS THAN JUS-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-JUSTIFICATIVAS TO TRUE
           END-START
           PERFORM LE-JUSTIFICATIVA UNTIL NAO-HA-MAIS-JUSTIFICATIVAS
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-JUSTIFICATIVAS
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-SELECAO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'JUSTIFICATIVAS LISTADAS: ' WRK-QTD-JUSTIFICATIVAS
           DISPLAY 'Relatorio gerado em JUSTREL.'
           DISPLAY '---------------------------------------------------'
           GOBACK.

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'JUSTIFICATIVAS DE FALTAS DO TERMO ' DELIMITED SIZE
               WRK-TERMO-SELECAO DELIMITED SIZE
               ' - ' WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'MATRICULA  MATER INICIO   FIM      DOCUMENTO        '
               DELIMITED SIZE
               ' NUMERO               OPERADOR REGISTRO SESS REAV'
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * The register is keyed by term first, so the term's
      * justifications arrive together and the first key of
      * another term ends the listing.
       LE-JUSTIFICATIVA.
           READ ARQ-JUSTIFICATIVAS NEXT
               AT END
                   SET NAO-HA-MAIS-JUSTIFICATIVAS TO TRUE
               NOT AT END
                   IF JUS-TERMO NOT = WRK-TERMO-SELECAO
                       SET NAO-HA-MAIS-JUSTIFICATIVAS TO TRUE
                   ELSE
                       PERFORM GRAVA-LINHA-JUSTIFICATIVA
                   END-IF
           END-READ.

       GRAVA-LINHA-JUSTIFICATIVA.
           ADD 1 TO WRK-QTD-JUSTIFICATIVAS
           ADD JUS-QTD-SESSOES TO WRK-TOT-SESSOES
           ADD JUS-QTD-REAVALIADAS TO WRK-TOT-REAVALIADAS
           EVALUATE TRUE
               WHEN DOC-ATESTADO-MEDICO
                   ADD 1 TO WRK-QTD-MEDICO
                   MOVE 'ATESTADO MEDICO' TO WRK-DESCRICAO-TIPO
               WHEN DOC-JURI
                   ADD 1 TO WRK-QTD-JURI
                   MOVE 'JURI' TO WRK-DESCRICAO-TIPO
               WHEN DOC-SERVICO-MILITAR
                   ADD 1 TO WRK-QTD-MILITAR
                   MOVE 'SERVICO MILITAR' TO WRK-DESCRICAO-TIPO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-LEGAL
                   MOVE 'OBRIGACAO LEGAL' TO WRK-DESCRICAO-TIPO
           END-EVALUATE
           IF JUS-CODIGO = SPACES
               MOVE 'TODAS' TO WRK-CODIGO-EXIBIDO
           ELSE
               MOVE JUS-CODIGO TO WRK-CODIGO-EXIBIDO
           END-IF
           MOVE SPACES TO RELATORIO-REC
           STRING JUS-STUDENT-ID DELIMITED SIZE
               ' ' WRK-CODIGO-EXIBIDO DELIMITED SIZE
               ' ' JUS-DATA-INICIO DELIMITED SIZE
               ' ' JUS-DATA-FIM DELIMITED SIZE
               ' ' WRK-DESCRICAO-TIPO DELIMITED SIZE
               ' ' JUS-NUMERO-DOCUMENTO DELIMITED SIZE
               ' ' JUS-OPERADOR DELIMITED SIZE
               ' ' JUS-DATA-REGISTRO DELIMITED SIZE
               '  ' JUS-QTD-SESSOES DELIMITED SIZE
               '   ' JUS-QTD-REAVALIADAS DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ATESTADOS MEDICOS....: ' DELIMITED SIZE
               WRK-QTD-MEDICO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'CONVOCACOES PARA JURI: ' DELIMITED SIZE
               WRK-QTD-JURI DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'SERVICO MILITAR......: ' DELIMITED SIZE
               WRK-QTD-MILITAR DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'OUTRAS OBRIG. LEGAIS.: ' DELIMITED SIZE
               WRK-QTD-LEGAL DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'TOTAL DE JUSTIFICATIVAS: ' DELIMITED SIZE
               WRK-QTD-JUSTIFICATIVAS DELIMITED SIZE
               '  SESSOES JUSTIFICADAS: ' DELIMITED SIZE
               WRK-TOT-SESSOES DELIMITED SIZE
               '  MATRICULAS REAVALIADAS: ' DELIMITED SIZE
               WRK-TOT-REAVALIADAS DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.
       END PROGRAM RELJUST.
