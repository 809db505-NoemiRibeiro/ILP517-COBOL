      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLISIMU.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. What-if simulation of a grading
      *             policy change for the academic council: takes a
      *             term and hypothetical pass mark, recovery floor
      *             and attendance minimum (zero keeps the term's
      *             POLITERM value) and re-classifies the term's
      *             graded enrollments on MATRIMSTR and the MATRARQV
      *             archive by their recorded grade and attendance,
      *             once under the term's policy and once under the
      *             hypothetical numbers. Nothing is written to any
      *             master. The SIMUREL report lists each student
      *             whose outcome would change and closes with the
      *             current against simulated outcome counts per
      *             discipline; it is registered in the report
      *             repository through RELREGIS.
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

           SELECT ARQ-ARQUIVO ASSIGN TO "MATRARQV"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ARV-CHAVE
               FILE STATUS IS WRK-STATUS-ARQUIVO.

           SELECT ARQ-RELATORIO ASSIGN TO "SIMUREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-ARQUIVO.
           COPY MATRIC01
               REPLACING ==MATRICULA-REC== BY ==ARQUIVO-REC==
                         LEADING ==MAT== BY ==ARV==.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ARQUIVO    PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-TERMO-SELECAO     PIC 9(05).
       77 MIN-FREQUENCIA        PIC 9(03) VALUE 75.
       77 MEDIA-APROVACAO       PIC 9(02)V9(01) VALUE 7.0.
       77 PISO-RECUPERACAO      PIC 9(02)V9(01) VALUE 5.0.
       77 WRK-SIM-FREQUENCIA    PIC 9(03).
       77 WRK-SIM-MEDIA         PIC 9(02)V9(01).
       77 WRK-SIM-PISO          PIC 9(02)V9(01).
       77 WRK-NOTA-EXIBE        PIC Z9.9.
       77 WRK-EXB-MEDIA         PIC Z9.9.
       77 WRK-EXB-PISO          PIC Z9.9.
       77 WRK-CLS-NOTA          PIC 9(02)V9(01).
       77 WRK-CLS-FREQUENCIA    PIC 9(03).
       77 WRK-CLS-MEDIA         PIC 9(02)V9(01).
       77 WRK-CLS-PISO          PIC 9(02)V9(01).
       77 WRK-CLS-MINIMA        PIC 9(03).
       77 WRK-CLS-RESULTADO     PIC 9(01).
       77 WRK-RESULTADO-ATUAL   PIC 9(01).
       77 WRK-RESULTADO-SIMULADO PIC 9(01).
       77 WRK-CODIGO-BUSCA      PIC X(05).
       77 WRK-DSC-IDX           PIC 9(03) COMP.
       77 WRK-QTD-DISCIPLINAS   PIC 9(03) COMP VALUE 0.
       77 CONTADOR              PIC 9(03) COMP.
       77 WRK-QTD-AVALIADAS     PIC 9(06) VALUE 0.
       77 WRK-QTD-MUDARIAM      PIC 9(06) VALUE 0.
       77 WRK-QTD-FORA-TABELA   PIC 9(06) VALUE 0.

       01 WRK-FIM-MATRICULAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-MATRICULAS VALUE 'S'.

       01 WRK-FIM-ARQUIVO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ARQUIVO VALUE 'S'.

      * Outcome 1 APROVADO, 2 EM RECUPERACAO, 3 REPROVADO,
      * 4 REPROVADO POR FALTA - the positions of the count tables.
       01 WRK-NOMES-RESULTADO.
           03 FILLER PIC X(20) VALUE 'APROVADO'.
           03 FILLER PIC X(20) VALUE 'EM RECUPERACAO'.
           03 FILLER PIC X(20) VALUE 'REPROVADO'.
           03 FILLER PIC X(20) VALUE 'REPROVADO POR FALTA'.
       01 WRK-TAB-RESULTADO REDEFINES WRK-NOMES-RESULTADO.
           03 WRK-NOME-RESULTADO PIC X(20) OCCURS 4 TIMES.

       01 WRK-TAB-DISCIPLINAS.
           03 DSC-TAB OCCURS 300 TIMES.
               05 DSC-CODIGO        PIC X(05).
               05 DSC-ATUAL         PIC 9(05) OCCURS 4 TIMES.
               05 DSC-SIMULADO      PIC 9(05) OCCURS 4 TIMES.

       01 WRK-TOTAIS.
           03 TOT-ATUAL             PIC 9(06) OCCURS 4 TIMES.
           03 TOT-SIMULADO          PIC 9(06) OCCURS 4 TIMES.

       01 WRK-REG-AVALIADO.
           03 AVL-STUDENT-ID        PIC X(10).
           03 AVL-NOME              PIC X(30).
           03 AVL-CODIGO            PIC X(05).
           03 AVL-NOTA              PIC 9(02)V9(01).
           03 AVL-SITUACAO          PIC X(20).
           03 AVL-FREQUENCIA        PIC 9(03).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'SIMUREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'POLISIMU'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'POLISIMU - SIMULACAO DE POLITICA DE AVALIACAO'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'INFORME O TERMO (AAAAS)'
           ACCEPT WRK-TERMO-SELECAO
           CALL 'POLIBUSC' USING WRK-TERMO-SELECAO, MEDIA-APROVACAO,
               PISO-RECUPERACAO, MIN-FREQUENCIA
           DISPLAY 'MEDIA DE APROVACAO SIMULADA (EX: 070 PARA 7,0; '
               '000 = VIGENTE)'
           ACCEPT WRK-SIM-MEDIA
           DISPLAY 'PISO DE RECUPERACAO SIMULADO (EX: 050 PARA 5,0; '
               '000 = VIGENTE)'
           ACCEPT WRK-SIM-PISO
           DISPLAY 'FREQUENCIA MINIMA SIMULADA (EX: 075; '
               '000 = VIGENTE)'
           ACCEPT WRK-SIM-FREQUENCIA
           IF WRK-SIM-MEDIA = 0
               MOVE MEDIA-APROVACAO TO WRK-SIM-MEDIA
           END-IF
           IF WRK-SIM-PISO = 0
               MOVE PISO-RECUPERACAO TO WRK-SIM-PISO
           END-IF
           IF WRK-SIM-FREQUENCIA = 0
               MOVE MIN-FREQUENCIA TO WRK-SIM-FREQUENCIA
           END-IF
           IF WRK-SIM-PISO > WRK-SIM-MEDIA OR WRK-SIM-FREQUENCIA > 100
               DISPLAY 'VALORES SIMULADOS INCONSISTENTES. '
                   'SIMULACAO NAO EXECUTADA.'
               GOBACK
           END-IF
           OPEN INPUT ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS '
                   '(MATRIMSTR). STATUS: ' WRK-STATUS-MATRICULAS
               GOBACK
           END-IF
           INITIALIZE WRK-TAB-DISCIPLINAS
           INITIALIZE WRK-TOTAIS
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-CABECALHO
           PERFORM LE-MATRICULA UNTIL NAO-HA-MAIS-MATRICULAS
           CLOSE ARQ-MATRICULAS
           PERFORM LE-ARQUIVO-TERMO
           PERFORM GRAVA-RESUMO
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-SELECAO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'MATRICULAS AVALIADAS....: ' WRK-QTD-AVALIADAS
           DISPLAY 'RESULTADOS QUE MUDARIAM.: ' WRK-QTD-MUDARIAM
           DISPLAY 'Relatorio gerado em SIMUREL.'
           DISPLAY '---------------------------------------------------'
           GOBACK.

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'SIMULACAO DE POLITICA DE AVALIACAO - TERMO '
               DELIMITED SIZE
               WRK-TERMO-SELECAO DELIMITED SIZE
               ' - ' WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE MEDIA-APROVACAO TO WRK-EXB-MEDIA
           MOVE PISO-RECUPERACAO TO WRK-EXB-PISO
           MOVE SPACES TO RELATORIO-REC
           STRING 'VIGENTE..: MEDIA ' DELIMITED SIZE
               WRK-EXB-MEDIA DELIMITED SIZE
               '  PISO ' WRK-EXB-PISO DELIMITED SIZE
               '  FREQUENCIA ' MIN-FREQUENCIA DELIMITED SIZE
               '%' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE WRK-SIM-MEDIA TO WRK-EXB-MEDIA
           MOVE WRK-SIM-PISO TO WRK-EXB-PISO
           MOVE SPACES TO RELATORIO-REC
           STRING 'SIMULADA.: MEDIA ' DELIMITED SIZE
               WRK-EXB-MEDIA DELIMITED SIZE
               '  PISO ' WRK-EXB-PISO DELIMITED SIZE
               '  FREQUENCIA ' WRK-SIM-FREQUENCIA DELIMITED SIZE
               '%' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE 'ALUNOS CUJO RESULTADO MUDARIA' TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'MATRICULA  NOME                           MATER '
               DELIMITED SIZE
               'NOTA FREQ RESULTADO ATUAL      RESULTADO SIMULADO'
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       LE-MATRICULA.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   IF MAT-TERMO = WRK-TERMO-SELECAO
                       MOVE MAT-STUDENT-ID TO AVL-STUDENT-ID
                       MOVE MAT-NOME TO AVL-NOME
                       MOVE MAT-CODIGO TO AVL-CODIGO
                       MOVE MAT-NOTA TO AVL-NOTA
                       MOVE MAT-SITUACAO TO AVL-SITUACAO
                       MOVE MAT-FREQUENCIA TO AVL-FREQUENCIA
                       PERFORM AVALIA-REGISTRO
                   END-IF
           END-READ.

      * A term already closed lives in the MATRARQV archive written
      * by TERMARCH; a site without the archive simply has none.
       LE-ARQUIVO-TERMO.
           OPEN INPUT ARQ-ARQUIVO
           IF WRK-STATUS-ARQUIVO = '00'
               PERFORM LE-ARQUIVO UNTIL NAO-HA-MAIS-ARQUIVO
               CLOSE ARQ-ARQUIVO
           END-IF.

       LE-ARQUIVO.
           READ ARQ-ARQUIVO NEXT
               AT END
                   SET NAO-HA-MAIS-ARQUIVO TO TRUE
               NOT AT END
                   IF ARV-TERMO = WRK-TERMO-SELECAO
                       MOVE ARV-STUDENT-ID TO AVL-STUDENT-ID
                       MOVE ARV-NOME TO AVL-NOME
                       MOVE ARV-CODIGO TO AVL-CODIGO
                       MOVE ARV-NOTA TO AVL-NOTA
                       MOVE ARV-SITUACAO TO AVL-SITUACAO
                       MOVE ARV-FREQUENCIA TO AVL-FREQUENCIA
                       PERFORM AVALIA-REGISTRO
                   END-IF
           END-READ.

      * Only a graded outcome is simulated: TRANCADO, INCOMPLETO and
      * EM CURSO are not decided by the thresholds. Both sides are
      * classified from the recorded grade and attendance - the
      * current side by the term's own POLITERM policy - so the
      * comparison shows the effect of the numbers alone, not of a
      * recovery exam or a correction made since.
       AVALIA-REGISTRO.
           IF AVL-SITUACAO = 'APROVADO'
               OR AVL-SITUACAO = 'EM RECUPERACAO'
               OR AVL-SITUACAO = 'REPROVADO'
               OR AVL-SITUACAO = 'REPROVADO POR FALTA'
               ADD 1 TO WRK-QTD-AVALIADAS
               MOVE AVL-NOTA TO WRK-CLS-NOTA
               MOVE AVL-FREQUENCIA TO WRK-CLS-FREQUENCIA
               MOVE MEDIA-APROVACAO TO WRK-CLS-MEDIA
               MOVE PISO-RECUPERACAO TO WRK-CLS-PISO
               MOVE MIN-FREQUENCIA TO WRK-CLS-MINIMA
               PERFORM CLASSIFICA
               MOVE WRK-CLS-RESULTADO TO WRK-RESULTADO-ATUAL
               MOVE WRK-SIM-MEDIA TO WRK-CLS-MEDIA
               MOVE WRK-SIM-PISO TO WRK-CLS-PISO
               MOVE WRK-SIM-FREQUENCIA TO WRK-CLS-MINIMA
               PERFORM CLASSIFICA
               MOVE WRK-CLS-RESULTADO TO WRK-RESULTADO-SIMULADO
               PERFORM ACUMULA-DISCIPLINA
               IF WRK-RESULTADO-SIMULADO NOT = WRK-RESULTADO-ATUAL
                   ADD 1 TO WRK-QTD-MUDARIAM
                   PERFORM GRAVA-LINHA-MUDANCA
               END-IF
           END-IF.

       CLASSIFICA.
           EVALUATE TRUE
               WHEN WRK-CLS-FREQUENCIA < WRK-CLS-MINIMA
                   MOVE 4 TO WRK-CLS-RESULTADO
               WHEN WRK-CLS-NOTA < WRK-CLS-PISO
                   MOVE 3 TO WRK-CLS-RESULTADO
               WHEN WRK-CLS-NOTA < WRK-CLS-MEDIA
                   MOVE 2 TO WRK-CLS-RESULTADO
               WHEN OTHER
                   MOVE 1 TO WRK-CLS-RESULTADO
           END-EVALUATE.

       ACUMULA-DISCIPLINA.
           ADD 1 TO TOT-ATUAL(WRK-RESULTADO-ATUAL)
           ADD 1 TO TOT-SIMULADO(WRK-RESULTADO-SIMULADO)
           MOVE AVL-CODIGO TO WRK-CODIGO-BUSCA
           PERFORM PROCURA-DISCIPLINA
           IF WRK-DSC-IDX = 0
               IF WRK-QTD-DISCIPLINAS < 300
                   ADD 1 TO WRK-QTD-DISCIPLINAS
                   MOVE WRK-QTD-DISCIPLINAS TO WRK-DSC-IDX
                   MOVE AVL-CODIGO TO DSC-CODIGO(WRK-DSC-IDX)
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TABELA
               END-IF
           END-IF
           IF WRK-DSC-IDX > 0
               ADD 1 TO DSC-ATUAL(WRK-DSC-IDX, WRK-RESULTADO-ATUAL)
               ADD 1 TO
                   DSC-SIMULADO(WRK-DSC-IDX, WRK-RESULTADO-SIMULADO)
           END-IF.

       PROCURA-DISCIPLINA.
           MOVE 0 TO WRK-DSC-IDX
           PERFORM LOCALIZA-DISCIPLINA
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-DISCIPLINAS
               OR WRK-DSC-IDX > 0.

       LOCALIZA-DISCIPLINA.
           IF DSC-CODIGO(CONTADOR) = WRK-CODIGO-BUSCA
               MOVE CONTADOR TO WRK-DSC-IDX
           END-IF.

       GRAVA-LINHA-MUDANCA.
           MOVE AVL-NOTA TO WRK-NOTA-EXIBE
           MOVE SPACES TO RELATORIO-REC
           STRING AVL-STUDENT-ID DELIMITED SIZE
               ' ' AVL-NOME DELIMITED SIZE
               ' ' AVL-CODIGO DELIMITED SIZE
               ' ' WRK-NOTA-EXIBE DELIMITED SIZE
               ' ' AVL-FREQUENCIA DELIMITED SIZE
               '  ' WRK-NOME-RESULTADO(WRK-RESULTADO-ATUAL)
               DELIMITED SIZE
               ' ' WRK-NOME-RESULTADO(WRK-RESULTADO-SIMULADO)
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * Per discipline, in order of first appearance: the four
      * outcome counts under the current policy (A) and under the
      * simulated numbers (S) - APR, REC, REP and FALTA.
       GRAVA-RESUMO.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE 'RESULTADOS POR DISCIPLINA - ATUAL (A) X SIMULADO (S)'
               TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'MATER   APROVADO A/S    RECUPERACAO A/S  '
               DELIMITED SIZE
               'REPROVADO A/S    REPR.FALTA A/S' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           PERFORM GRAVA-LINHA-DISCIPLINA
               VARYING WRK-DSC-IDX FROM 1 BY 1
               UNTIL WRK-DSC-IDX > WRK-QTD-DISCIPLINAS
           MOVE SPACES TO RELATORIO-REC
           STRING 'TOTAL ' DELIMITED SIZE
               ' ' TOT-ATUAL(1) '/' TOT-SIMULADO(1) DELIMITED SIZE
               '    ' TOT-ATUAL(2) '/' TOT-SIMULADO(2) DELIMITED SIZE
               '    ' TOT-ATUAL(3) '/' TOT-SIMULADO(3) DELIMITED SIZE
               '    ' TOT-ATUAL(4) '/' TOT-SIMULADO(4) DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'MATRICULAS AVALIADAS: ' DELIMITED SIZE
               WRK-QTD-AVALIADAS DELIMITED SIZE
               '  RESULTADOS QUE MUDARIAM: ' DELIMITED SIZE
               WRK-QTD-MUDARIAM DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           IF WRK-QTD-FORA-TABELA > 0
               MOVE SPACES TO RELATORIO-REC
               STRING 'MATRICULAS FORA DO QUADRO POR DISCIPLINA '
                   DELIMITED SIZE
                   '(LIMITE DE 300 DISCIPLINAS): ' DELIMITED SIZE
                   WRK-QTD-FORA-TABELA DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               WRITE RELATORIO-REC
           END-IF.

       GRAVA-LINHA-DISCIPLINA.
           MOVE SPACES TO RELATORIO-REC
           STRING DSC-CODIGO(WRK-DSC-IDX) DELIMITED SIZE
               '   ' DSC-ATUAL(WRK-DSC-IDX, 1) '/'
               DSC-SIMULADO(WRK-DSC-IDX, 1) DELIMITED SIZE
               '     ' DSC-ATUAL(WRK-DSC-IDX, 2) '/'
               DSC-SIMULADO(WRK-DSC-IDX, 2) DELIMITED SIZE
               '      ' DSC-ATUAL(WRK-DSC-IDX, 3) '/'
               DSC-SIMULADO(WRK-DSC-IDX, 3) DELIMITED SIZE
               '     ' DSC-ATUAL(WRK-DSC-IDX, 4) '/'
               DSC-SIMULADO(WRK-DSC-IDX, 4) DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.
       END PROGRAM POLISIMU.
