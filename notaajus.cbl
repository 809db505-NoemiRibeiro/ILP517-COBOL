      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAAJUS.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Offering-wide grade adjustment, for
      *             an annulled exam question or a curve the
      *             coordinator approved for a section: for one
      *             course code + term, every graded MATRIMSTR entry
      *             (walked on the MAT-CHAVE-CURSO alternate key)
      *             gets points added, is scaled by a factor, or is
      *             raised to a floor, never beyond 10, and is
      *             reclassified under the term's POLITERM
      *             thresholds exactly as NOTACORR reclassifies a
      *             correction. Each changed entry gets its NOTAAUDIT
      *             before-image, the REWRITE, the ALUNOS totals and
      *             the JRNLMATR entries, so the trail reads as if
      *             NOTACORR had been run entry by entry. Preview
      *             mode writes the same before/after listing and
      *             changes nothing. Withdrawn and INCOMPLETO entries
      *             carry no grade and are left alone; an entry with
      *             a correction waiting on NOTAPEND is skipped and
      *             listed, to be adjusted once that is decided. The
      *             adjustment is the coordinator's own act, so it
      *             takes a level-3 sign-on. Listing goes to
      *             AJUSREL. Until now every grade of the section
      *             went through NOTACORR one at a time.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      * 15/10/2026  A grade change on an attempt superseded under the
      *             course-repeat rule (MAT-REPETICAO R) leaves the
      *             ALUNOS totals alone - the attempt is not in them;
      *             the nightly REPEMARC run re-applies the rule to the
      *             new grade.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MATRICULAS ASSIGN TO "MATRIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               ALTERNATE RECORD KEY IS MAT-CHAVE-CURSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-AUDITORIA ASSIGN TO "NOTAAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.

           SELECT ARQ-PENDENCIAS ASSIGN TO "NOTAPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-STATUS-PENDENCIAS.

           SELECT ARQ-RELATORIO ASSIGN TO "AJUSREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-AUDITORIA.
           COPY AUDITREC.

       FD  ARQ-PENDENCIAS.
           COPY CORRREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-STATUS-AUDITORIA  PIC X(02).
       77 WRK-STATUS-PENDENCIAS PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'NOTAAJUS'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 3.
       77 WRK-DATA-EXECUCAO     PIC 9(08).
       77 WRK-CODIGO            PIC X(05).
       77 WRK-TERMO             PIC 9(05).
       77 WRK-TIPO-AJUSTE       PIC X(01).
       77 WRK-PONTOS            PIC 9(02)V9(01).
       77 WRK-FATOR             PIC 9(01)V99.
       77 WRK-PISO              PIC 9(02)V9(01).
       77 WRK-VALOR-EXIBE       PIC Z9.99.
       77 WRK-MOTIVO            PIC X(03).
       77 WRK-CONFIRMA          PIC X(01).
       77 WRK-NOTA-CALCULO      PIC 9(03)V9(01).
       77 WRK-NOTA-NOVA         PIC 9(02)V9(01).
       77 WRK-NOTA-ANTIGA       PIC 9(02)V9(01).
       77 WRK-SITUACAO-ANTIGA   PIC X(20).
       77 WRK-SITUACAO          PIC X(20).
       77 WRK-OBSERVACAO        PIC X(20).
       77 WRK-QTD-LIDA          PIC 9(05) VALUE 0.
       77 WRK-QTD-AJUSTADA      PIC 9(05) VALUE 0.
       77 WRK-QTD-INALTERADA    PIC 9(05) VALUE 0.
       77 WRK-QTD-IGNORADA      PIC 9(05) VALUE 0.
       77 WRK-QTD-MUDOU-SITUACAO PIC 9(05) VALUE 0.
       77 MIN-FREQUENCIA        PIC 9(03) VALUE 75.
       77 MEDIA-APROVACAO       PIC 9(02)V9(01) VALUE 7.0.
       77 PISO-RECUPERACAO      PIC 9(02)V9(01) VALUE 5.0.

       01 WRK-FIM-MATRICULAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-MATRICULAS VALUE 'S'.

       01 WRK-MODO-OK PIC X VALUE 'N'.
           88 MODO-PREVIA VALUE 'P'.
           88 MODO-APLICA VALUE 'A'.

       01 WRK-PENDENCIAS-DISPONIVEL PIC X VALUE 'N'.
           88 PENDENCIAS-DISPONIVEL VALUE 'S'.

       01 WRK-FIM-PENDENCIAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PENDENCIAS VALUE 'S'.

       01 WRK-JA-PENDENTE PIC X VALUE 'N'.
           88 CORRECAO-JA-PENDENTE VALUE 'S'.

       01 LINHA-AJUSTE.
           03 LAJ-STUDENT-ID       PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LAJ-NOME             PIC X(30).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LAJ-NOTA-ANTERIOR    PIC Z9.9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LAJ-SITUACAO-ANTERIOR PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LAJ-NOTA-NOVA        PIC Z9.9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LAJ-SITUACAO-NOVA    PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LAJ-OBSERVACAO       PIC X(20).

       01 JRN-CHAMADA.
           03 JRN-PROGRAMA-CHAMADA PIC X(08) VALUE 'NOTAAJUS'.
           03 JRN-ARQUIVO-CHAMADA  PIC X(01).
           03 JRN-OPERACAO-CHAMADA PIC X(01).
           03 JRN-IMAGEM-CHAMADA   PIC X(140).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'AJUSREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'NOTAAJUS'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'NOTAAJUS - AJUSTE DE NOTAS DE UMA OFERTA'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM SOLICITA-PARAMETROS
           CALL 'POLIBUSC' USING WRK-TERMO, MEDIA-APROVACAO,
               PISO-RECUPERACAO, MIN-FREQUENCIA
           PERFORM ABRE-ARQUIVOS
           PERFORM GRAVA-CABECALHO
           MOVE WRK-CODIGO TO MAT-CODIGO
           MOVE WRK-TERMO TO MAT-TERMO
           START ARQ-MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE-CURSO
               INVALID KEY
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
           END-START
           PERFORM LE-MATRICULA UNTIL NAO-HA-MAIS-MATRICULAS
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-MATRICULAS
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           IF MODO-APLICA
               CLOSE ARQ-ALUNOS
               CLOSE ARQ-AUDITORIA
           END-IF
           IF PENDENCIAS-DISPONIVEL
               CLOSE ARQ-PENDENCIAS
           END-IF
           DISPLAY '---------------------------------------------------'
           DISPLAY 'LANCAMENTOS DA OFERTA.....: ' WRK-QTD-LIDA
           DISPLAY 'NOTAS AJUSTADAS...........: ' WRK-QTD-AJUSTADA
           DISPLAY 'SEM ALTERACAO.............: ' WRK-QTD-INALTERADA
           DISPLAY 'NAO AJUSTADOS.............: ' WRK-QTD-IGNORADA
           DISPLAY 'SITUACAO ALTERADA.........: '
               WRK-QTD-MUDOU-SITUACAO
           IF MODO-PREVIA
               DISPLAY 'PREVIA: NENHUM REGISTRO FOI ALTERADO.'
           END-IF
           DISPLAY 'Listagem gerada em AJUSREL.'
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       SOLICITA-PARAMETROS.
           DISPLAY 'DIGITE O CODIGO DA MATERIA (EX: ADS01)'
           ACCEPT WRK-CODIGO
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO
           DISPLAY 'DIGITE O TERMO (AAAAS)'
           ACCEPT WRK-TERMO
           IF WRK-CODIGO = SPACES OR WRK-TERMO = 0
               PERFORM PARAMETRO-INVALIDO
           END-IF
           DISPLAY 'TIPO DE AJUSTE:'
           DISPLAY '  S - SOMAR PONTOS'
           DISPLAY '  F - MULTIPLICAR POR UM FATOR'
           DISPLAY '  P - ELEVAR ATE UM PISO'
           ACCEPT WRK-TIPO-AJUSTE
           MOVE FUNCTION UPPER-CASE(WRK-TIPO-AJUSTE)
               TO WRK-TIPO-AJUSTE
           EVALUATE WRK-TIPO-AJUSTE
               WHEN 'S'
                   DISPLAY 'PONTOS A SOMAR (EX: 005 PARA 0,5)'
                   ACCEPT WRK-PONTOS
                   MOVE WRK-PONTOS TO WRK-VALOR-EXIBE
                   IF WRK-PONTOS = 0
                       PERFORM PARAMETRO-INVALIDO
                   END-IF
               WHEN 'F'
                   DISPLAY 'FATOR (EX: 110 PARA 1,10)'
                   ACCEPT WRK-FATOR
                   MOVE WRK-FATOR TO WRK-VALOR-EXIBE
                   IF WRK-FATOR NOT > 1
                       PERFORM PARAMETRO-INVALIDO
                   END-IF
               WHEN 'P'
                   DISPLAY 'NOTA MINIMA (EX: 050 PARA 5,0)'
                   ACCEPT WRK-PISO
                   MOVE WRK-PISO TO WRK-VALOR-EXIBE
                   IF WRK-PISO = 0 OR WRK-PISO > 10
                       PERFORM PARAMETRO-INVALIDO
                   END-IF
               WHEN OTHER
                   PERFORM PARAMETRO-INVALIDO
           END-EVALUATE
           DISPLAY 'INFORME O CODIGO DO MOTIVO DO AJUSTE'
           DISPLAY '  ANU - QUESTAO ANULADA'
           DISPLAY '  CUR - CURVA APROVADA'
           DISPLAY '  ADM - AJUSTE ADMINISTRATIVO'
           ACCEPT WRK-MOTIVO
           MOVE FUNCTION UPPER-CASE(WRK-MOTIVO) TO WRK-MOTIVO
           IF WRK-MOTIVO NOT = 'ANU' AND WRK-MOTIVO NOT = 'CUR'
               AND WRK-MOTIVO NOT = 'ADM'
               PERFORM PARAMETRO-INVALIDO
           END-IF
           DISPLAY 'MODO: P - PREVIA (NAO ALTERA NADA)  '
               'A - APLICAR O AJUSTE'
           ACCEPT WRK-MODO-OK
           MOVE FUNCTION UPPER-CASE(WRK-MODO-OK) TO WRK-MODO-OK
           IF NOT MODO-PREVIA AND NOT MODO-APLICA
               PERFORM PARAMETRO-INVALIDO
           END-IF
           IF MODO-APLICA
               DISPLAY 'CONFIRMA O AJUSTE DE TODAS AS NOTAS DE '
                   WRK-CODIGO ' NO TERMO ' WRK-TERMO '? (S/N)'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                   DISPLAY 'AJUSTE CANCELADO. NENHUM REGISTRO '
                       'ALTERADO.'
                   STOP RUN
               END-IF
           END-IF.

       PARAMETRO-INVALIDO.
           DISPLAY 'PARAMETRO INVALIDO. AJUSTE NAO EXECUTADO.'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * Preview opens MATRIMSTR for input only and touches neither
      * ALUNOS nor the audit trail.
       ABRE-ARQUIVOS.
           IF MODO-APLICA
               OPEN I-O ARQ-MATRICULAS
           ELSE
               OPEN INPUT ARQ-MATRICULAS
           END-IF
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS '
                   '(MATRIMSTR). STATUS: ' WRK-STATUS-MATRICULAS
               STOP RUN
           END-IF
           IF MODO-APLICA
               OPEN I-O ARQ-ALUNOS
               IF WRK-STATUS-ALUNOS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS '
                       '(ALUNOS). STATUS: ' WRK-STATUS-ALUNOS
                   STOP RUN
               END-IF
               OPEN EXTEND ARQ-AUDITORIA
               IF WRK-STATUS-AUDITORIA = '35'
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF
           END-IF
           OPEN INPUT ARQ-PENDENCIAS
           IF WRK-STATUS-PENDENCIAS = '00'
               SET PENDENCIAS-DISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-RELATORIO.

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           IF MODO-PREVIA
               STRING 'PREVIA DO AJUSTE DE NOTAS - ' DELIMITED SIZE
                   WRK-CODIGO ' TERMO ' WRK-TERMO DELIMITED SIZE
                   ' - EMITIDO EM ' WRK-DATA-EXECUCAO
                   DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           ELSE
               STRING 'AJUSTE DE NOTAS APLICADO - ' DELIMITED SIZE
                   WRK-CODIGO ' TERMO ' WRK-TERMO DELIMITED SIZE
                   ' - EMITIDO EM ' WRK-DATA-EXECUCAO
                   DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           END-IF
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           EVALUATE WRK-TIPO-AJUSTE
               WHEN 'S'
                   STRING 'AJUSTE: SOMA DE ' DELIMITED SIZE
                       WRK-VALOR-EXIBE DELIMITED SIZE
                       ' PONTOS' DELIMITED SIZE
                       INTO RELATORIO-REC
                   END-STRING
               WHEN 'F'
                   STRING 'AJUSTE: FATOR DE ' DELIMITED SIZE
                       WRK-VALOR-EXIBE DELIMITED SIZE
                       INTO RELATORIO-REC
                   END-STRING
               WHEN OTHER
                   STRING 'AJUSTE: PISO DE ' DELIMITED SIZE
                       WRK-VALOR-EXIBE DELIMITED SIZE
                       INTO RELATORIO-REC
                   END-STRING
           END-EVALUATE
           MOVE 'MOTIVO: ' TO RELATORIO-REC(40:8)
           MOVE WRK-MOTIVO TO RELATORIO-REC(48:3)
           MOVE 'OPERADOR: ' TO RELATORIO-REC(55:10)
           MOVE WRK-OPERADOR TO RELATORIO-REC(65:8)
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           MOVE 'ALUNO' TO RELATORIO-REC(1:5)
           MOVE 'NOME' TO RELATORIO-REC(12:4)
           MOVE 'ANTES' TO RELATORIO-REC(43:5)
           MOVE 'DEPOIS' TO RELATORIO-REC(69:6)
           MOVE 'OBSERVACAO' TO RELATORIO-REC(95:10)
           WRITE RELATORIO-REC.

       LE-MATRICULA.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   IF MAT-CODIGO = WRK-CODIGO
                       AND MAT-TERMO = WRK-TERMO
                       ADD 1 TO WRK-QTD-LIDA
                       PERFORM AVALIA-LANCAMENTO
                   ELSE
                       SET NAO-HA-MAIS-MATRICULAS TO TRUE
                   END-IF
           END-READ.

      * A withdrawn or INCOMPLETO entry has no grade to adjust; an
      * entry with a correction awaiting NOTAAPRV is left for after
      * that decision, which checks the grade it was asked against.
       AVALIA-LANCAMENTO.
           MOVE MAT-NOTA TO WRK-NOTA-ANTIGA
           MOVE MAT-NOTA TO WRK-NOTA-NOVA
           MOVE MAT-SITUACAO TO WRK-SITUACAO-ANTIGA
           MOVE MAT-SITUACAO TO WRK-SITUACAO
           MOVE SPACES TO WRK-OBSERVACAO
           PERFORM VERIFICA-PENDENCIA
           EVALUATE TRUE
               WHEN MAT-SITUACAO = 'TRANCADO'
                   MOVE 'TRANCADO' TO WRK-OBSERVACAO
                   ADD 1 TO WRK-QTD-IGNORADA
               WHEN MAT-SITUACAO = 'INCOMPLETO'
                   MOVE 'INCOMPLETO' TO WRK-OBSERVACAO
                   ADD 1 TO WRK-QTD-IGNORADA
               WHEN CORRECAO-JA-PENDENTE
                   MOVE 'CORRECAO PENDENTE' TO WRK-OBSERVACAO
                   ADD 1 TO WRK-QTD-IGNORADA
               WHEN OTHER
                   PERFORM CALCULA-NOTA-NOVA
                   PERFORM CLASSIFICA-NOTA-NOVA
                   IF WRK-NOTA-NOVA = WRK-NOTA-ANTIGA
                       AND WRK-SITUACAO = MAT-SITUACAO
                       MOVE 'SEM ALTERACAO' TO WRK-OBSERVACAO
                       ADD 1 TO WRK-QTD-INALTERADA
                   ELSE
                       ADD 1 TO WRK-QTD-AJUSTADA
                       IF WRK-SITUACAO NOT = MAT-SITUACAO
                           ADD 1 TO WRK-QTD-MUDOU-SITUACAO
                       END-IF
                       IF MODO-APLICA
                           PERFORM APLICA-AJUSTE
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM GRAVA-LINHA-AJUSTE.

      * The result is kept one digit wider so a grade pushed past 10
      * is capped instead of truncated.
       CALCULA-NOTA-NOVA.
           EVALUATE WRK-TIPO-AJUSTE
               WHEN 'S'
                   COMPUTE WRK-NOTA-CALCULO = MAT-NOTA + WRK-PONTOS
               WHEN 'F'
                   COMPUTE WRK-NOTA-CALCULO ROUNDED =
                       MAT-NOTA * WRK-FATOR
               WHEN OTHER
                   IF MAT-NOTA < WRK-PISO
                       MOVE WRK-PISO TO WRK-NOTA-CALCULO
                   ELSE
                       MOVE MAT-NOTA TO WRK-NOTA-CALCULO
                   END-IF
           END-EVALUATE
           IF WRK-NOTA-CALCULO > 10
               MOVE 10 TO WRK-NOTA-CALCULO
           END-IF
           MOVE WRK-NOTA-CALCULO TO WRK-NOTA-NOVA.

      * Same rule as NOTACORR: a fail-by-absence stays one whatever
      * the adjusted grade.
       CLASSIFICA-NOTA-NOVA.
           EVALUATE TRUE
               WHEN MAT-FREQUENCIA < MIN-FREQUENCIA
                   MOVE 'REPROVADO POR FALTA' TO WRK-SITUACAO
               WHEN WRK-NOTA-NOVA < PISO-RECUPERACAO
                   MOVE 'REPROVADO' TO WRK-SITUACAO
               WHEN WRK-NOTA-NOVA < MEDIA-APROVACAO
                   MOVE 'EM RECUPERACAO' TO WRK-SITUACAO
               WHEN OTHER
                   MOVE 'APROVADO' TO WRK-SITUACAO
           END-EVALUATE.

       VERIFICA-PENDENCIA.
           MOVE 'N' TO WRK-JA-PENDENTE
           IF PENDENCIAS-DISPONIVEL
               MOVE 'N' TO WRK-FIM-PENDENCIAS
               MOVE MAT-STUDENT-ID TO PND-STUDENT-ID
               MOVE MAT-CODIGO TO PND-CODIGO
               MOVE MAT-TERMO TO PND-TERMO
               MOVE 0 TO PND-SEQUENCIA
               START ARQ-PENDENCIAS KEY IS NOT LESS THAN PND-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-PENDENCIAS TO TRUE
               END-START
               PERFORM LE-PENDENCIA-LANCAMENTO
                   UNTIL NAO-HA-MAIS-PENDENCIAS
           END-IF.

       LE-PENDENCIA-LANCAMENTO.
           READ ARQ-PENDENCIAS NEXT
               AT END
                   SET NAO-HA-MAIS-PENDENCIAS TO TRUE
               NOT AT END
                   IF PND-STUDENT-ID = MAT-STUDENT-ID
                       AND PND-CODIGO = MAT-CODIGO
                       AND PND-TERMO = MAT-TERMO
                       IF CORRECAO-PENDENTE
                           SET CORRECAO-JA-PENDENTE TO TRUE
                       END-IF
                   ELSE
                       SET NAO-HA-MAIS-PENDENCIAS TO TRUE
                   END-IF
           END-READ.

       APLICA-AJUSTE.
           PERFORM GRAVA-AUDITORIA
           MOVE WRK-NOTA-NOVA TO MAT-NOTA
           MOVE WRK-SITUACAO TO MAT-SITUACAO
           MOVE WRK-OPERADOR TO MAT-OPERADOR
           MOVE WRK-DATA-EXECUCAO TO MAT-DATA-LANCAMENTO
           REWRITE MATRICULA-REC
           MOVE 'M' TO JRN-ARQUIVO-CHAMADA
           MOVE 'R' TO JRN-OPERACAO-CHAMADA
           MOVE MATRICULA-REC TO JRN-IMAGEM-CHAMADA
           PERFORM GRAVA-JORNAL
      * A superseded attempt is already out of the totals.
           IF NOT MAT-TENTATIVA-SUPERADA
               PERFORM AJUSTA-ALUNO-MESTRE
           END-IF.

       GRAVA-AUDITORIA.
           MOVE WRK-DATA-EXECUCAO TO AUD-DATA
           MOVE WRK-OPERADOR TO AUD-OPERADOR
           MOVE MAT-STUDENT-ID TO AUD-STUDENT-ID
           MOVE MAT-CODIGO TO AUD-CODIGO
           MOVE MAT-TERMO TO AUD-TERMO
           MOVE MAT-NOTA TO AUD-NOTA-ANTERIOR
           MOVE MAT-SITUACAO TO AUD-SITUACAO-ANTERIOR
           MOVE WRK-NOTA-NOVA TO AUD-NOTA-NOVA
           MOVE WRK-SITUACAO TO AUD-SITUACAO-NOVA
           MOVE WRK-MOTIVO TO AUD-MOTIVO
           WRITE AUDITORIA-REC.

       AJUSTA-ALUNO-MESTRE.
           MOVE MAT-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO NO MESTRE. TOTAIS '
                       'NAO AJUSTADOS PARA '
                       FUNCTION TRIM(MAT-STUDENT-ID)
               NOT INVALID KEY
                   SUBTRACT WRK-NOTA-ANTIGA FROM MST-SOMA-NOTAS
                   ADD WRK-NOTA-NOVA TO MST-SOMA-NOTAS
                   REWRITE ALUNO-MESTRE-REC
                   MOVE 'A' TO JRN-ARQUIVO-CHAMADA
                   MOVE 'R' TO JRN-OPERACAO-CHAMADA
                   MOVE ALUNO-MESTRE-REC TO JRN-IMAGEM-CHAMADA
                   PERFORM GRAVA-JORNAL
           END-READ.

       GRAVA-LINHA-AJUSTE.
           MOVE MAT-STUDENT-ID TO LAJ-STUDENT-ID
           MOVE MAT-NOME TO LAJ-NOME
           MOVE WRK-NOTA-ANTIGA TO LAJ-NOTA-ANTERIOR
           MOVE WRK-NOTA-NOVA TO LAJ-NOTA-NOVA
           MOVE WRK-SITUACAO TO LAJ-SITUACAO-NOVA
           MOVE WRK-OBSERVACAO TO LAJ-OBSERVACAO
           MOVE WRK-SITUACAO-ANTIGA TO LAJ-SITUACAO-ANTERIOR
           MOVE LINHA-AJUSTE TO RELATORIO-REC
           WRITE RELATORIO-REC.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'LANCAMENTOS: ' WRK-QTD-LIDA DELIMITED SIZE
               '  AJUSTADOS: ' WRK-QTD-AJUSTADA DELIMITED SIZE
               '  SEM ALTERACAO: ' WRK-QTD-INALTERADA DELIMITED SIZE
               '  NAO AJUSTADOS: ' WRK-QTD-IGNORADA DELIMITED SIZE
               '  SITUACAO ALTERADA: ' WRK-QTD-MUDOU-SITUACAO
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-JORNAL.
           CALL 'MATRJRNL' USING JRN-PROGRAMA-CHAMADA,
               JRN-ARQUIVO-CHAMADA, JRN-OPERACAO-CHAMADA,
               JRN-IMAGEM-CHAMADA.
       END PROGRAM NOTAAJUS.
