      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCARGA.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Teaching load of a term (0 selects
      *             the open one): every OFERTAS section of the term
      *             is joined to its CATMSTR record for the credits
      *             and the CAT-INSTRUTOR-ID, and the report lists,
      *             one block per INSTMSTR instructor, each section
      *             with its credits and the enrolled headcount
      *             (OFR-QTD-INSCRITA), closing with the instructor's
      *             totals. An instructor whose credits pass the
      *             maximum load given on SYSIN (0 takes the
      *             standard) is flagged on the report and counted
      *             at the end. Sections without a registered
      *             instructor are listed in a last block. The
      *             adjuncts' hours (credits times the hours per
      *             credit given on SYSIN, 0 takes the standard) go
      *             to HR payroll in the CARGAHR fixed-position
      *             extract: a type-1 header, one type-2 line per
      *             adjunct and a type-9 trailer with the line count
      *             and the credit and hour control totals. Run on
      *             demand once the term's sections are settled.
      *             Report goes to CARGAREL. The load used to be
      *             counted by hand off the catalog listing.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OFERTAS ASSIGN TO "OFERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-CHAVE
               FILE STATUS IS WRK-STATUS-OFERTAS.

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

           SELECT ARQ-RELATORIO ASSIGN TO "CARGAREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-EXTRATO ASSIGN TO "CARGAHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXTRATO.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-OFERTAS.
           COPY OFERREC.

       FD  CATALOGO-DISCIPLINAS.
           COPY CATDISC.

       FD  ARQ-INSTRUTORES.
           COPY INSTREC.

       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       FD  ARQ-EXTRATO.
       01  EXTRATO-REC             PIC X(100).
       01  EXTRATO-CABECALHO REDEFINES EXTRATO-REC.
           03 CGX-H-TIPO           PIC X(01).
           03 CGX-H-DATA-GERACAO   PIC 9(08).
           03 CGX-H-ORIGEM         PIC X(08).
           03 CGX-H-TERMO          PIC 9(05).
           03 CGX-H-HORAS-CREDITO  PIC 9(03).
           03 FILLER               PIC X(75).
       01  EXTRATO-DETALHE REDEFINES EXTRATO-REC.
           03 CGX-D-TIPO           PIC X(01).
           03 CGX-D-TERMO          PIC 9(05).
           03 CGX-D-INSTRUTOR-ID   PIC X(06).
           03 CGX-D-NOME           PIC X(30).
           03 CGX-D-DEPARTAMENTO   PIC X(20).
           03 CGX-D-QTD-TURMAS     PIC 9(03).
           03 CGX-D-CREDITOS       PIC 9(03).
           03 CGX-D-HORAS          PIC 9(05).
           03 FILLER               PIC X(27).
       01  EXTRATO-TRAILER REDEFINES EXTRATO-REC.
           03 CGX-T-TIPO           PIC X(01).
           03 CGX-T-QTD-DETALHES   PIC 9(07).
           03 CGX-T-TOTAL-CREDITOS PIC 9(07).
           03 CGX-T-TOTAL-HORAS    PIC 9(09).
           03 FILLER               PIC X(76).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-OFERTAS    PIC X(02).
       77 WRK-STATUS-CATALOGO   PIC X(02).
       77 WRK-STATUS-INSTRUTORES PIC X(02).
       77 WRK-STATUS-TERMCAL    PIC X(02).
       77 WRK-STATUS-EXTRATO    PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-TERMO-SELECAO     PIC 9(05).
       77 WRK-CARGA-MAXIMA      PIC 9(03).
       77 WRK-CARGA-PADRAO      PIC 9(03) VALUE 20.
       77 WRK-HORAS-CREDITO     PIC 9(03).
       77 WRK-HORAS-PADRAO      PIC 9(03) VALUE 15.
       77 WRK-INSTRUTOR-ID      PIC X(06).
       77 WRK-QTD-BLOCO         PIC 9(03).
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-INSTRUTORES   PIC 9(05) VALUE 0.
       77 WRK-QTD-ACIMA         PIC 9(05) VALUE 0.
       77 WRK-QTD-DETALHES      PIC 9(07) VALUE 0.
       77 WRK-TOT-CREDITOS      PIC 9(07) VALUE 0.
       77 WRK-TOT-HORAS         PIC 9(09) VALUE 0.
       77 TOT-TURMAS            PIC 9(03).
       77 TOT-CREDITOS          PIC 9(03).
       77 TOT-INSCRITOS         PIC 9(05).
       77 TOT-HORAS             PIC 9(05).

       01 WRK-FIM-OFERTAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-OFERTAS VALUE 'S'.

       01 WRK-FIM-INSTRUTORES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-INSTRUTORES VALUE 'S'.

       01 WRK-FIM-CALENDARIO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-TERMOS VALUE 'S'.

       01 WRK-TERMO-OK PIC X VALUE 'N'.
           88 TERMO-ENCONTRADO VALUE 'S'.

       01 WRK-TABELA-CHEIA PIC X VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.

      * One entry per OFERTAS section of the term.
       01 TURMAS-TERMO.
           03 WRK-QTD-TURMAS       PIC 9(03) VALUE 0.
           03 TUR-TAB OCCURS 300 TIMES.
               05 TUR-CODIGO           PIC X(05).
               05 TUR-MATERIA          PIC X(35).
               05 TUR-CREDITOS         PIC 9(02).
               05 TUR-INSCRITOS        PIC 9(03).
               05 TUR-INSTRUTOR-ID     PIC X(06).
               05 TUR-IMPRESSA         PIC X(01).

       01 LINHA-TURMA.
           03 LTU-CODIGO           PIC X(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LTU-MATERIA          PIC X(35).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LTU-CREDITOS         PIC ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LTU-INSCRITOS        PIC ZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LTU-HORAS            PIC ZZZZ9.

       01 LINHA-TOTAL.
           03 FILLER               PIC X(07) VALUE 'TOTAL: '.
           03 LTT-TURMAS           PIC ZZ9.
           03 FILLER               PIC X(34) VALUE ' TURMA(S)'.
           03 LTT-CREDITOS         PIC ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LTT-INSCRITOS        PIC ZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LTT-HORAS            PIC ZZZZ9.

       01 CONTADOR        PIC 9(3) VALUE 1.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'RELCARGA'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'CARGAREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELCARGA'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'RELCARGA - CARGA DOCENTE E HORAS DE ADJUNTOS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           DISPLAY 'INFORME O TERMO (AAAAS, 0 = TERMO ABERTO)'
           ACCEPT WRK-TERMO-SELECAO
           IF WRK-TERMO-SELECAO = 0
               PERFORM BUSCA-TERMO-ABERTO
           END-IF
           DISPLAY 'CARGA MAXIMA EM CREDITOS (0 = CARGA PADRAO)'
           ACCEPT WRK-CARGA-MAXIMA
           IF WRK-CARGA-MAXIMA = 0
               MOVE WRK-CARGA-PADRAO TO WRK-CARGA-MAXIMA
           END-IF
           DISPLAY 'HORAS-AULA POR CREDITO (0 = PADRAO)'
           ACCEPT WRK-HORAS-CREDITO
           IF WRK-HORAS-CREDITO = 0
               MOVE WRK-HORAS-PADRAO TO WRK-HORAS-CREDITO
           END-IF
           DISPLAY 'TERMO: ' WRK-TERMO-SELECAO ' - CARGA MAXIMA: '
               WRK-CARGA-MAXIMA ' - HORAS POR CREDITO: '
               WRK-HORAS-CREDITO
           PERFORM ABRE-ARQUIVOS
           PERFORM APURA-TURMAS
           CLOSE ARQ-OFERTAS
           CLOSE CATALOGO-DISCIPLINAS
           IF TABELA-ESTOURADA
               DISPLAY 'LIMITE DE 300 TURMAS NO TERMO EXCEDIDO. '
                   'RELATORIO E EXTRATO NAO GERADOS.'
               CLOSE ARQ-INSTRUTORES
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM GRAVA-RELATORIO
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'TURMAS DO TERMO.........: ' WRK-QTD-TURMAS
           DISPLAY 'INSTRUTORES COM TURMA...: ' WRK-QTD-INSTRUTORES
           DISPLAY 'ACIMA DA CARGA MAXIMA...: ' WRK-QTD-ACIMA
           DISPLAY 'ADJUNTOS NO EXTRATO.....: ' WRK-QTD-DETALHES
           DISPLAY 'TOTAL DE HORAS ADJUNTOS.: ' WRK-TOT-HORAS
           DISPLAY 'Relatorio gerado em CARGAREL, extrato em CARGAHR.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

       BUSCA-TERMO-ABERTO.
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DE TERMOS '
                   '(TERMCAL). STATUS: ' WRK-STATUS-TERMCAL
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM LE-TERMO-CALENDARIO UNTIL TERMO-ENCONTRADO
               OR NAO-HA-MAIS-TERMOS
           CLOSE ARQ-CALENDARIO
           IF NOT TERMO-ENCONTRADO
               DISPLAY 'NENHUM TERMO ABERTO COBRE A DATA '
                   WRK-DATA-HOJE '.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

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

      * The adjunct extract depends on INSTMSTR as much as on the
      * sections, so none of the three masters is optional here.
       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-OFERTAS
           IF WRK-STATUS-OFERTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE OFERTAS '
                   '(OFERTAS). STATUS: ' WRK-STATUS-OFERTAS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT CATALOGO-DISCIPLINAS
           IF WRK-STATUS-CATALOGO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CATALOGO DE DISCIPLINAS '
                   '(CATMSTR). STATUS: ' WRK-STATUS-CATALOGO
               CLOSE ARQ-OFERTAS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-INSTRUTORES
           IF WRK-STATUS-INSTRUTORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE INSTRUTORES '
                   '(INSTMSTR). STATUS: ' WRK-STATUS-INSTRUTORES
               CLOSE ARQ-OFERTAS
               CLOSE CATALOGO-DISCIPLINAS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

       APURA-TURMAS.
           MOVE LOW-VALUES TO OFR-CHAVE
           START ARQ-OFERTAS KEY IS NOT LESS THAN OFR-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-OFERTAS TO TRUE
           END-START
           PERFORM LE-OFERTA UNTIL NAO-HA-MAIS-OFERTAS.

       LE-OFERTA.
           READ ARQ-OFERTAS NEXT
               AT END
                   SET NAO-HA-MAIS-OFERTAS TO TRUE
               NOT AT END
                   IF OFR-TERMO = WRK-TERMO-SELECAO
                       ADD 1 TO WRK-QTD-LIDA
                       PERFORM REGISTRA-TURMA
                   END-IF
           END-READ.

      * A section whose course is missing from the catalog carries
      * no credits and no instructor; it shows in the closing block.
       REGISTRA-TURMA.
           IF WRK-QTD-TURMAS NOT < 300
               SET TABELA-ESTOURADA TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-TURMAS
               MOVE WRK-QTD-TURMAS TO CONTADOR
               MOVE OFR-CODIGO TO TUR-CODIGO(CONTADOR)
               MOVE OFR-QTD-INSCRITA TO TUR-INSCRITOS(CONTADOR)
               MOVE 'N' TO TUR-IMPRESSA(CONTADOR)
               MOVE OFR-CODIGO TO CAT-CODIGO
               READ CATALOGO-DISCIPLINAS
                   INVALID KEY
                       MOVE '(SEM CADASTRO NO CATALOGO)'
                           TO TUR-MATERIA(CONTADOR)
                       MOVE 0 TO TUR-CREDITOS(CONTADOR)
                       MOVE SPACES TO TUR-INSTRUTOR-ID(CONTADOR)
                   NOT INVALID KEY
                       MOVE CAT-NOME TO TUR-MATERIA(CONTADOR)
                       MOVE CAT-CREDITOS TO TUR-CREDITOS(CONTADOR)
                       MOVE CAT-INSTRUTOR-ID
                           TO TUR-INSTRUTOR-ID(CONTADOR)
               END-READ
           END-IF.

      * INSTMSTR drives the blocks in instructor order; whatever is
      * left unprinted afterwards has no registered instructor.
       GRAVA-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO
           OPEN OUTPUT ARQ-EXTRATO
           MOVE SPACES TO RELATORIO-REC
           STRING 'CARGA DOCENTE - TERMO ' DELIMITED SIZE
               WRK-TERMO-SELECAO DELIMITED SIZE
               ' - CARGA MAXIMA ' WRK-CARGA-MAXIMA DELIMITED SIZE
               ' CREDITOS - EMITIDO EM ' WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO EXTRATO-REC
           MOVE '1' TO CGX-H-TIPO
           MOVE WRK-DATA-HOJE TO CGX-H-DATA-GERACAO
           MOVE 'ADSACADM' TO CGX-H-ORIGEM
           MOVE WRK-TERMO-SELECAO TO CGX-H-TERMO
           MOVE WRK-HORAS-CREDITO TO CGX-H-HORAS-CREDITO
           WRITE EXTRATO-REC
           PERFORM LE-INSTRUTOR UNTIL NAO-HA-MAIS-INSTRUTORES
           CLOSE ARQ-INSTRUTORES
           MOVE 0 TO WRK-QTD-BLOCO
           PERFORM CONTA-BLOCO-RESTANTE
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-TURMAS
           IF WRK-QTD-BLOCO > 0
               MOVE SPACES TO RELATORIO-REC
               WRITE RELATORIO-REC
               MOVE 'TURMAS SEM INSTRUTOR CADASTRADO' TO RELATORIO-REC
               WRITE RELATORIO-REC
               PERFORM GRAVA-CORPO-BLOCO
           END-IF
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'INSTRUTORES ACIMA DA CARGA MAXIMA: '
               DELIMITED SIZE
               WRK-QTD-ACIMA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO EXTRATO-REC
           MOVE '9' TO CGX-T-TIPO
           MOVE WRK-QTD-DETALHES TO CGX-T-QTD-DETALHES
           MOVE WRK-TOT-CREDITOS TO CGX-T-TOTAL-CREDITOS
           MOVE WRK-TOT-HORAS TO CGX-T-TOTAL-HORAS
           WRITE EXTRATO-REC
           CLOSE ARQ-EXTRATO
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
                       UNTIL CONTADOR > WRK-QTD-TURMAS
                   IF WRK-QTD-BLOCO > 0
                       ADD 1 TO WRK-QTD-INSTRUTORES
                       PERFORM GRAVA-BLOCO-INSTRUTOR
                   END-IF
           END-READ.

       CONTA-BLOCO-INSTRUTOR.
           IF TUR-INSTRUTOR-ID(CONTADOR) = WRK-INSTRUTOR-ID
               AND TUR-IMPRESSA(CONTADOR) = 'N'
               MOVE 'S' TO TUR-IMPRESSA(CONTADOR)
               ADD 1 TO WRK-QTD-BLOCO
           END-IF.

       CONTA-BLOCO-RESTANTE.
           IF TUR-IMPRESSA(CONTADOR) = 'N'
               MOVE 'R' TO TUR-IMPRESSA(CONTADOR)
               ADD 1 TO WRK-QTD-BLOCO
           END-IF.

       GRAVA-BLOCO-INSTRUTOR.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           IF VINCULO-ADJUNTO
               STRING 'INSTRUTOR: ' DELIMITED SIZE
                   IST-ID DELIMITED SIZE
                   ' - ' IST-NOME DELIMITED SIZE
                   '  DEPARTAMENTO: ' IST-DEPARTAMENTO DELIMITED SIZE
                   '  ADJUNTO' DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           ELSE
               STRING 'INSTRUTOR: ' DELIMITED SIZE
                   IST-ID DELIMITED SIZE
                   ' - ' IST-NOME DELIMITED SIZE
                   '  DEPARTAMENTO: ' IST-DEPARTAMENTO DELIMITED SIZE
                   '  EFETIVO' DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           END-IF
           WRITE RELATORIO-REC
           PERFORM GRAVA-CORPO-BLOCO
           IF TOT-CREDITOS > WRK-CARGA-MAXIMA
               ADD 1 TO WRK-QTD-ACIMA
               MOVE SPACES TO RELATORIO-REC
               STRING '*** CARGA ACIMA DO MAXIMO DE ' DELIMITED SIZE
                   WRK-CARGA-MAXIMA DELIMITED SIZE
                   ' CREDITOS ***' DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               WRITE RELATORIO-REC
           END-IF
           IF VINCULO-ADJUNTO
               PERFORM GRAVA-DETALHE-EXTRATO
           END-IF.

      * The sections of the block are the ones marked in this pass
      * (S for an instructor's block, R for the closing block); each
      * is marked P once printed.
       GRAVA-CORPO-BLOCO.
           MOVE SPACES TO RELATORIO-REC
           MOVE 'CODIGO MATERIA' TO RELATORIO-REC
           MOVE 'CRED' TO RELATORIO-REC(44:4)
           MOVE 'INSCR' TO RELATORIO-REC(50:5)
           MOVE 'HORAS' TO RELATORIO-REC(57:5)
           WRITE RELATORIO-REC
           MOVE 0 TO TOT-TURMAS, TOT-CREDITOS, TOT-INSCRITOS,
               TOT-HORAS
           PERFORM GRAVA-LINHA-TURMA
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-TURMAS
           MOVE TOT-TURMAS TO LTT-TURMAS
           MOVE TOT-CREDITOS TO LTT-CREDITOS
           MOVE TOT-INSCRITOS TO LTT-INSCRITOS
           MOVE TOT-HORAS TO LTT-HORAS
           MOVE LINHA-TOTAL TO RELATORIO-REC
           WRITE RELATORIO-REC.

       GRAVA-LINHA-TURMA.
           IF TUR-IMPRESSA(CONTADOR) = 'S'
               OR TUR-IMPRESSA(CONTADOR) = 'R'
               MOVE 'P' TO TUR-IMPRESSA(CONTADOR)
               MOVE TUR-CODIGO(CONTADOR) TO LTU-CODIGO
               MOVE TUR-MATERIA(CONTADOR) TO LTU-MATERIA
               MOVE TUR-CREDITOS(CONTADOR) TO LTU-CREDITOS
               MOVE TUR-INSCRITOS(CONTADOR) TO LTU-INSCRITOS
               COMPUTE LTU-HORAS =
                   TUR-CREDITOS(CONTADOR) * WRK-HORAS-CREDITO
               MOVE LINHA-TURMA TO RELATORIO-REC
               WRITE RELATORIO-REC
               ADD 1 TO TOT-TURMAS
               ADD TUR-CREDITOS(CONTADOR) TO TOT-CREDITOS
               ADD TUR-INSCRITOS(CONTADOR) TO TOT-INSCRITOS
               COMPUTE TOT-HORAS = TOT-HORAS +
                   TUR-CREDITOS(CONTADOR) * WRK-HORAS-CREDITO
           END-IF.

       GRAVA-DETALHE-EXTRATO.
           MOVE SPACES TO EXTRATO-REC
           MOVE '2' TO CGX-D-TIPO
           MOVE WRK-TERMO-SELECAO TO CGX-D-TERMO
           MOVE IST-ID TO CGX-D-INSTRUTOR-ID
           MOVE IST-NOME TO CGX-D-NOME
           MOVE IST-DEPARTAMENTO TO CGX-D-DEPARTAMENTO
           MOVE TOT-TURMAS TO CGX-D-QTD-TURMAS
           MOVE TOT-CREDITOS TO CGX-D-CREDITOS
           MOVE TOT-HORAS TO CGX-D-HORAS
           WRITE EXTRATO-REC
           ADD 1 TO WRK-QTD-DETALHES
           ADD TOT-CREDITOS TO WRK-TOT-CREDITOS
           ADD TOT-HORAS TO WRK-TOT-HORAS.

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
           MOVE WRK-QTD-DETALHES TO LOG-QTD-GRAVADA
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
       END PROGRAM RELCARGA.
