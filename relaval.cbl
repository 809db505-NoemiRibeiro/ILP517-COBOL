      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAVAL.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Instructor feedback report for the
      *             department heads: for a term (0 selects the open
      *             one), one block per instructor on INSTMSTR, with
      *             their department, listing each offering they
      *             taught - the entries, approvals, recoveries and
      *             failures from MATRIMSTR and the pass rate, the
      *             same outcomes RELINSTR counts - side by side with
      *             the respondents and average score of the AVALMSTR
      *             evaluation loaded by AVALLOAD, and the average of
      *             each question below it, closing with the
      *             instructor's totals. The instructor of an
      *             offering is the CAT-INSTRUTOR-ID of its CATMSTR
      *             record; offerings without a registered
      *             instructor are listed in a last block. Report
      *             goes to AVALREL.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AVALIACOES ASSIGN TO "AVALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVL-CHAVE
               FILE STATUS IS WRK-STATUS-AVALIACOES.

           SELECT ARQ-MATRICULAS ASSIGN TO "MATRIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               ALTERNATE RECORD KEY IS MAT-CHAVE-CURSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT CATALOGO-DISCIPLINAS ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS WRK-STATUS-CATALOGO.

           SELECT ARQ-INSTRUTORES ASSIGN TO "INSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IST-ID
               FILE STATUS IS WRK-STATUS-INSTRUTORES.

           SELECT ARQ-CALENDARIO ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.

           SELECT ARQ-RELATORIO ASSIGN TO "AVALREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-AVALIACOES.
           COPY AVALREC.

       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  CATALOGO-DISCIPLINAS.
           COPY CATDISC.

       FD  ARQ-INSTRUTORES.
           COPY INSTREC.

       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-AVALIACOES PIC X(02).
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-CATALOGO   PIC X(02).
       77 WRK-STATUS-INSTRUTORES PIC X(02).
       77 WRK-STATUS-TERMCAL    PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-TERMO-SELECAO     PIC 9(05).
       77 WRK-CODIGO            PIC X(05).
       77 WRK-INSTRUTOR-ID      PIC X(06).
       77 WRK-QTD-BLOCO         PIC 9(03).
       77 WRK-TAXA              PIC 9(03)V99.
       77 WRK-TAXA-EXIBE        PIC ZZ9.99.
       77 WRK-MEDIA             PIC 9(01)V99.
       77 WRK-MEDIA-EXIBE       PIC 9.99.
       77 WRK-POSICAO           PIC 9(03).
       77 TOT-ENTRADAS          PIC 9(05).
       77 TOT-APROVADOS         PIC 9(05).
       77 TOT-RESPOSTAS         PIC 9(06).
       77 TOT-SOMA-MEDIAS       PIC 9(05)V99.
       77 TOT-QTD-AVALIADAS     PIC 9(03).

       01 WRK-FIM-AVALIACOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-AVALIACOES VALUE 'S'.

       01 WRK-FIM-MATRIC PIC X VALUE 'N'.
           88 NAO-HA-MAIS-MATRICULAS VALUE 'S'.

       01 WRK-FIM-INSTRUTORES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-INSTRUTORES VALUE 'S'.

       01 WRK-FIM-CALENDARIO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-TERMOS VALUE 'S'.

       01 WRK-TERMO-OK PIC X VALUE 'N'.
           88 TERMO-ENCONTRADO VALUE 'S'.

      * One entry per offering of the term; up to ten question
      * averages are kept for printing, every question counts in
      * the offering average.
       01 OFERTAS-APURADAS.
           03 WRK-QTD-OFERTAS      PIC 9(03) VALUE 0.
           03 OFE-TAB OCCURS 200 TIMES.
               05 OFE-CODIGO           PIC X(05).
               05 OFE-MATERIA          PIC X(35).
               05 OFE-INSTRUTOR-ID     PIC X(06).
               05 OFE-IMPRESSA         PIC X(01).
               05 OFE-ENTRADAS         PIC 9(04).
               05 OFE-APROVADOS        PIC 9(04).
               05 OFE-RECUP            PIC 9(04).
               05 OFE-REPROVADOS       PIC 9(04).
               05 OFE-RESPOSTAS        PIC 9(05).
               05 OFE-SOMA-MEDIAS      PIC 9(04)V99.
               05 OFE-QTD-QUESTOES     PIC 9(02).
               05 OFE-QUESTAO-TAB OCCURS 10 TIMES.
                   07 OFE-QUESTAO      PIC 9(02).
                   07 OFE-MEDIA-QUESTAO PIC 9(01)V99.

       01 CONTADOR        PIC 9(3) VALUE 1.
       01 CONT-QUESTAO    PIC 9(2) VALUE 1.
       01 WRK-OFE-IDX     PIC 9(3) VALUE 0.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'AVALREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELAVAL'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'RELAVAL - AVALIACAO E RESULTADOS POR INSTRUTOR'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'INFORME O TERMO (AAAAS, 0 = TERMO ABERTO)'
           ACCEPT WRK-TERMO-SELECAO
           IF WRK-TERMO-SELECAO = 0
               PERFORM BUSCA-TERMO-ABERTO
           END-IF
           OPEN INPUT CATALOGO-DISCIPLINAS
           IF WRK-STATUS-CATALOGO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CATALOGO DE DISCIPLINAS '
                   '(CATMSTR). STATUS: ' WRK-STATUS-CATALOGO
               GOBACK
           END-IF
           PERFORM APURA-AVALIACOES
           PERFORM APURA-MATRICULAS
           PERFORM COMPLETA-OFERTA
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-OFERTAS
           CLOSE CATALOGO-DISCIPLINAS
           PERFORM GRAVA-RELATORIO
           DISPLAY 'OFERTAS NO RELATORIO: ' WRK-QTD-OFERTAS
           DISPLAY 'Relatorio gerado em AVALREL.'
           DISPLAY '---------------------------------------------------'
           GOBACK.

       BUSCA-TERMO-ABERTO.
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DE TERMOS '
                   '(TERMCAL). STATUS: ' WRK-STATUS-TERMCAL
               GOBACK
           END-IF
           PERFORM LE-TERMO-CALENDARIO UNTIL TERMO-ENCONTRADO
               OR NAO-HA-MAIS-TERMOS
           CLOSE ARQ-CALENDARIO
           IF NOT TERMO-ENCONTRADO
               DISPLAY 'NENHUM TERMO ABERTO COBRE A DATA '
                   WRK-DATA-HOJE '.'
               GOBACK
           END-IF
           DISPLAY 'TERMO SELECIONADO: ' WRK-TERMO-SELECAO.

       LE-TERMO-CALENDARIO.
           READ ARQ-CALENDARIO NEXT
               AT END
                   SET NAO-HA-MAIS-TERMOS TO TRUE
               NOT AT END
                   IF TERMO-ABERTO
                       AND WRK-DATA-HOJE >= CAL-DATA-INICIO
                       AND WRK-DATA-HOJE <= CAL-DATA-FIM
                       MOVE CAL-TERMO TO WRK-TERMO-SELECAO
                       SET TERMO-ENCONTRADO TO TRUE
                   END-IF
           END-READ.

      * AVALMSTR is missing until the first AVALLOAD run; the report
      * then still shows the outcomes, with no evaluation columns.
       APURA-AVALIACOES.
           OPEN INPUT ARQ-AVALIACOES
           IF WRK-STATUS-AVALIACOES NOT = '00'
               DISPLAY 'AVALMSTR INDISPONIVEL (STATUS '
                   WRK-STATUS-AVALIACOES '). RELATORIO SEM AVALIACAO.'
           ELSE
               PERFORM LE-AVALIACAO UNTIL NAO-HA-MAIS-AVALIACOES
               CLOSE ARQ-AVALIACOES
           END-IF.

       LE-AVALIACAO.
           READ ARQ-AVALIACOES NEXT
               AT END
                   SET NAO-HA-MAIS-AVALIACOES TO TRUE
               NOT AT END
                   IF AVL-TERMO = WRK-TERMO-SELECAO
                       MOVE AVL-CODIGO TO WRK-CODIGO
                       PERFORM LOCALIZA-OFERTA
                       IF WRK-OFE-IDX NOT = 0
                           PERFORM ACUMULA-AVALIACAO
                       END-IF
                   END-IF
           END-READ.

       ACUMULA-AVALIACAO.
           ADD 1 TO OFE-QTD-QUESTOES(WRK-OFE-IDX)
           ADD AVL-MEDIA TO OFE-SOMA-MEDIAS(WRK-OFE-IDX)
           IF AVL-QTD-RESPOSTAS > OFE-RESPOSTAS(WRK-OFE-IDX)
               MOVE AVL-QTD-RESPOSTAS TO OFE-RESPOSTAS(WRK-OFE-IDX)
           END-IF
           IF OFE-QTD-QUESTOES(WRK-OFE-IDX) NOT > 10
               MOVE OFE-QTD-QUESTOES(WRK-OFE-IDX) TO CONT-QUESTAO
               MOVE AVL-QUESTAO
                   TO OFE-QUESTAO(WRK-OFE-IDX, CONT-QUESTAO)
               MOVE AVL-MEDIA
                   TO OFE-MEDIA-QUESTAO(WRK-OFE-IDX, CONT-QUESTAO)
           END-IF.

       APURA-MATRICULAS.
           OPEN INPUT ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'MATRIMSTR INDISPONIVEL (STATUS '
                   WRK-STATUS-MATRICULAS '). RELATORIO SEM RESULTADOS.'
           ELSE
               PERFORM LE-MATRICULA UNTIL NAO-HA-MAIS-MATRICULAS
               CLOSE ARQ-MATRICULAS
           END-IF.

       LE-MATRICULA.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   IF MAT-TERMO = WRK-TERMO-SELECAO
                       AND MAT-SITUACAO NOT = 'TRANCADO'
                       MOVE MAT-CODIGO TO WRK-CODIGO
                       PERFORM LOCALIZA-OFERTA
                       IF WRK-OFE-IDX NOT = 0
                           PERFORM ACUMULA-RESULTADO
                       END-IF
                   END-IF
           END-READ.

       ACUMULA-RESULTADO.
           ADD 1 TO OFE-ENTRADAS(WRK-OFE-IDX)
           EVALUATE MAT-SITUACAO
               WHEN 'APROVADO'
                   ADD 1 TO OFE-APROVADOS(WRK-OFE-IDX)
               WHEN 'EM RECUPERACAO'
                   ADD 1 TO OFE-RECUP(WRK-OFE-IDX)
               WHEN 'REPROVADO'
                   ADD 1 TO OFE-REPROVADOS(WRK-OFE-IDX)
               WHEN 'REPROVADO POR FALTA'
                   ADD 1 TO OFE-REPROVADOS(WRK-OFE-IDX)
           END-EVALUATE.

       LOCALIZA-OFERTA.
           MOVE 0 TO WRK-OFE-IDX
           PERFORM COMPARA-OFERTA
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-OFERTAS
           IF WRK-OFE-IDX = 0
               IF WRK-QTD-OFERTAS < 200
                   ADD 1 TO WRK-QTD-OFERTAS
                   MOVE WRK-QTD-OFERTAS TO WRK-OFE-IDX
                   INITIALIZE OFE-TAB(WRK-OFE-IDX)
                   MOVE WRK-CODIGO TO OFE-CODIGO(WRK-OFE-IDX)
                   MOVE 'N' TO OFE-IMPRESSA(WRK-OFE-IDX)
               ELSE
                   DISPLAY 'LIMITE DE 200 OFERTAS NO TERMO EXCEDIDO. '
                       'REGISTRO IGNORADO.'
               END-IF
           END-IF.

       COMPARA-OFERTA.
           IF OFE-CODIGO(CONTADOR) = WRK-CODIGO
               MOVE CONTADOR TO WRK-OFE-IDX
           END-IF.

       COMPLETA-OFERTA.
           MOVE OFE-CODIGO(CONTADOR) TO CAT-CODIGO
           READ CATALOGO-DISCIPLINAS
               INVALID KEY
                   MOVE '(SEM CADASTRO NO CATALOGO)'
                       TO OFE-MATERIA(CONTADOR)
               NOT INVALID KEY
                   MOVE CAT-NOME TO OFE-MATERIA(CONTADOR)
                   MOVE CAT-INSTRUTOR-ID
                       TO OFE-INSTRUTOR-ID(CONTADOR)
           END-READ.

      * INSTMSTR drives the blocks in instructor order; whatever is
      * left unprinted afterwards has no registered instructor.
       GRAVA-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO RELATORIO-REC
           STRING 'AVALIACAO E RESULTADOS POR INSTRUTOR - TERMO '
               DELIMITED SIZE
               WRK-TERMO-SELECAO DELIMITED SIZE
               ' - EMITIDO EM ' WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           OPEN INPUT ARQ-INSTRUTORES
           IF WRK-STATUS-INSTRUTORES = '00'
               PERFORM LE-INSTRUTOR UNTIL NAO-HA-MAIS-INSTRUTORES
               CLOSE ARQ-INSTRUTORES
           ELSE
               DISPLAY 'INSTMSTR INDISPONIVEL (STATUS '
                   WRK-STATUS-INSTRUTORES '). OFERTAS SEM INSTRUTOR.'
           END-IF
           MOVE 0 TO WRK-QTD-BLOCO
           PERFORM CONTA-BLOCO-RESTANTE
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-OFERTAS
           IF WRK-QTD-BLOCO > 0
               MOVE SPACES TO RELATORIO-REC
               WRITE RELATORIO-REC
               MOVE 'OFERTAS SEM INSTRUTOR CADASTRADO' TO RELATORIO-REC
               WRITE RELATORIO-REC
               PERFORM GRAVA-CORPO-BLOCO
           END-IF
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-SELECAO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       LE-INSTRUTOR.
           READ ARQ-INSTRUTORES NEXT
               AT END
                   SET NAO-HA-MAIS-INSTRUTORES TO TRUE
               NOT AT END
                   MOVE IST-ID TO WRK-INSTRUTOR-ID
                   MOVE 0 TO WRK-QTD-BLOCO
                   PERFORM CONTA-BLOCO-INSTRUTOR
                       VARYING CONTADOR FROM 1 BY 1
                       UNTIL CONTADOR > WRK-QTD-OFERTAS
                   IF WRK-QTD-BLOCO > 0
                       PERFORM GRAVA-BLOCO-INSTRUTOR
                   END-IF
           END-READ.

       CONTA-BLOCO-INSTRUTOR.
           IF OFE-INSTRUTOR-ID(CONTADOR) = WRK-INSTRUTOR-ID
               AND OFE-IMPRESSA(CONTADOR) = 'N'
               MOVE 'S' TO OFE-IMPRESSA(CONTADOR)
               ADD 1 TO WRK-QTD-BLOCO
           END-IF.

       CONTA-BLOCO-RESTANTE.
           IF OFE-IMPRESSA(CONTADOR) = 'N'
               MOVE 'R' TO OFE-IMPRESSA(CONTADOR)
               ADD 1 TO WRK-QTD-BLOCO
           END-IF.

       GRAVA-BLOCO-INSTRUTOR.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'INSTRUTOR: ' DELIMITED SIZE
               IST-ID DELIMITED SIZE
               ' - ' IST-NOME DELIMITED SIZE
               '  DEPARTAMENTO: ' IST-DEPARTAMENTO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           PERFORM GRAVA-CORPO-BLOCO.

      * The offerings of the block are the ones marked in this pass
      * (S for an instructor's block, R for the closing block); each
      * is marked P once printed.
       GRAVA-CORPO-BLOCO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'CODIGO MATERIA                             '
               DELIMITED SIZE
               'ENTR APROV RECUP REPROV   TAXA  RESP AVAL'
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE 0 TO TOT-ENTRADAS, TOT-APROVADOS, TOT-RESPOSTAS
           MOVE 0 TO TOT-SOMA-MEDIAS, TOT-QTD-AVALIADAS
           PERFORM GRAVA-LINHA-OFERTA
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-OFERTAS
           PERFORM GRAVA-TOTAL-BLOCO.

       GRAVA-LINHA-OFERTA.
           IF OFE-IMPRESSA(CONTADOR) = 'S'
               OR OFE-IMPRESSA(CONTADOR) = 'R'
               MOVE 'P' TO OFE-IMPRESSA(CONTADOR)
               IF OFE-ENTRADAS(CONTADOR) > 0
                   COMPUTE WRK-TAXA ROUNDED =
                       OFE-APROVADOS(CONTADOR) * 100
                       / OFE-ENTRADAS(CONTADOR)
               ELSE
                   MOVE 0 TO WRK-TAXA
               END-IF
               MOVE WRK-TAXA TO WRK-TAXA-EXIBE
               IF OFE-QTD-QUESTOES(CONTADOR) > 0
                   COMPUTE WRK-MEDIA ROUNDED =
                       OFE-SOMA-MEDIAS(CONTADOR)
                       / OFE-QTD-QUESTOES(CONTADOR)
                   ADD WRK-MEDIA TO TOT-SOMA-MEDIAS
                   ADD 1 TO TOT-QTD-AVALIADAS
               ELSE
                   MOVE 0 TO WRK-MEDIA
               END-IF
               MOVE WRK-MEDIA TO WRK-MEDIA-EXIBE
               ADD OFE-ENTRADAS(CONTADOR) TO TOT-ENTRADAS
               ADD OFE-APROVADOS(CONTADOR) TO TOT-APROVADOS
               ADD OFE-RESPOSTAS(CONTADOR) TO TOT-RESPOSTAS
               MOVE SPACES TO RELATORIO-REC
               STRING OFE-CODIGO(CONTADOR) DELIMITED SIZE
                   '  ' OFE-MATERIA(CONTADOR) DELIMITED SIZE
                   ' ' OFE-ENTRADAS(CONTADOR) DELIMITED SIZE
                   '  ' OFE-APROVADOS(CONTADOR) DELIMITED SIZE
                   '  ' OFE-RECUP(CONTADOR) DELIMITED SIZE
                   '   ' OFE-REPROVADOS(CONTADOR) DELIMITED SIZE
                   ' ' WRK-TAXA-EXIBE DELIMITED SIZE
                   '% ' OFE-RESPOSTAS(CONTADOR) DELIMITED SIZE
                   ' ' WRK-MEDIA-EXIBE DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               WRITE RELATORIO-REC
               IF OFE-QTD-QUESTOES(CONTADOR) > 0
                   PERFORM GRAVA-LINHA-QUESTOES
               END-IF
           END-IF.

      * Question averages go in fixed ten-column slots under the
      * offering line: "Qnn 9.99".
       GRAVA-LINHA-QUESTOES.
           MOVE SPACES TO RELATORIO-REC
           MOVE 'QUESTOES:' TO RELATORIO-REC(8:9)
           PERFORM GRAVA-MEDIA-QUESTAO
               VARYING CONT-QUESTAO FROM 1 BY 1
               UNTIL CONT-QUESTAO > OFE-QTD-QUESTOES(CONTADOR)
               OR CONT-QUESTAO > 10
           WRITE RELATORIO-REC.

       GRAVA-MEDIA-QUESTAO.
           COMPUTE WRK-POSICAO = 18 + (CONT-QUESTAO - 1) * 10
           MOVE 'Q' TO RELATORIO-REC(WRK-POSICAO:1)
           MOVE OFE-QUESTAO(CONTADOR, CONT-QUESTAO)
               TO RELATORIO-REC(WRK-POSICAO + 1:2)
           MOVE OFE-MEDIA-QUESTAO(CONTADOR, CONT-QUESTAO)
               TO WRK-MEDIA-EXIBE
           MOVE WRK-MEDIA-EXIBE TO RELATORIO-REC(WRK-POSICAO + 4:4).

       GRAVA-TOTAL-BLOCO.
           IF TOT-ENTRADAS > 0
               COMPUTE WRK-TAXA ROUNDED =
                   TOT-APROVADOS * 100 / TOT-ENTRADAS
           ELSE
               MOVE 0 TO WRK-TAXA
           END-IF
           MOVE WRK-TAXA TO WRK-TAXA-EXIBE
           IF TOT-QTD-AVALIADAS > 0
               COMPUTE WRK-MEDIA ROUNDED =
                   TOT-SOMA-MEDIAS / TOT-QTD-AVALIADAS
           ELSE
               MOVE 0 TO WRK-MEDIA
           END-IF
           MOVE WRK-MEDIA TO WRK-MEDIA-EXIBE
           MOVE SPACES TO RELATORIO-REC
           STRING 'TOTAL: ENTRADAS ' DELIMITED SIZE
               TOT-ENTRADAS DELIMITED SIZE
               '  APROVADOS ' TOT-APROVADOS DELIMITED SIZE
               '  TAXA ' WRK-TAXA-EXIBE DELIMITED SIZE
               '%  RESPOSTAS ' TOT-RESPOSTAS DELIMITED SIZE
               '  AVALIACAO MEDIA ' WRK-MEDIA-EXIBE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.
       END PROGRAM RELAVAL.
