      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALLOAD.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. End-of-term load of the course
      *             evaluation results delivered by the survey form
      *             system (AVALENT: course code, term, question
      *             number and the count of answers for each score
      *             of the 1-to-5 scale) into the AVALMSTR master
      *             keyed by offering and question, with the
      *             respondent count and average score derived here.
      *             A line whose offering is not on OFERTAS, whose
      *             course is not on CATMSTR, or whose question or
      *             counts are not valid is rejected and listed on
      *             SYSOUT, and the run ends REJEICOES (RC 4). A
      *             reload replaces the offering's records; a
      *             missing AVALENT file is nothing to load.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AVAL-ENTRADA ASSIGN TO "AVALENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTRADA.

           SELECT ARQ-AVALIACOES ASSIGN TO "AVALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVL-CHAVE
               FILE STATUS IS WRK-STATUS-AVALIACOES.

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
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-AVAL-ENTRADA.
       01  AVAL-ENT-REC.
           03 AVE-CODIGO           PIC X(05).
           03 AVE-TERMO            PIC 9(05).
           03 AVE-QUESTAO          PIC 9(02).
           03 AVE-DISTRIBUICAO.
               05 AVE-QTD-NOTA     PIC 9(04) OCCURS 5 TIMES.

       FD  ARQ-AVALIACOES.
           COPY AVALREC.

       FD  ARQ-OFERTAS.
           COPY OFERREC.

       FD  CATALOGO-DISCIPLINAS.
           COPY CATDISC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ENTRADA    PIC X(02).
       77 WRK-STATUS-AVALIACOES PIC X(02).
       77 WRK-STATUS-OFERTAS    PIC X(02).
       77 WRK-STATUS-CATALOGO   PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-GRAVADA       PIC 9(06) VALUE 0.
       77 WRK-QTD-REJEITADA     PIC 9(06) VALUE 0.
       77 WRK-QTD-RESPOSTAS     PIC 9(05).
       77 WRK-SOMA-PONTOS       PIC 9(06).
       77 WRK-MOTIVO-REJEICAO   PIC X(30).

       01 WRK-FIM-ENTRADA  PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ENTRADA VALUE 'S'.

       01 CONT-NOTA       PIC 9(1) VALUE 1.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'AVALLOAD'.
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
           DISPLAY 'AVALLOAD - CARGA DA AVALIACAO DAS DISCIPLINAS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           OPEN INPUT ARQ-AVAL-ENTRADA
           IF WRK-STATUS-ENTRADA = '35'
               DISPLAY 'AVALENT NAO ENCONTRADO. NADA A CARREGAR.'
               PERFORM GRAVA-LOG-FIM
               STOP RUN
           END-IF
           IF WRK-STATUS-ENTRADA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO AVALENT. STATUS: '
                   WRK-STATUS-ENTRADA
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM CARREGA-AVALIACAO UNTIL NAO-HA-MAIS-ENTRADA
           CLOSE ARQ-AVAL-ENTRADA
           CLOSE ARQ-AVALIACOES
           CLOSE ARQ-OFERTAS
           CLOSE CATALOGO-DISCIPLINAS
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'REGISTROS LIDOS.....: ' WRK-QTD-LIDA
           DISPLAY 'REGISTROS GRAVADOS..: ' WRK-QTD-GRAVADA
           DISPLAY 'REGISTROS REJEITADOS: ' WRK-QTD-REJEITADA
           DISPLAY '---------------------------------------------------'
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-OFERTAS
           IF WRK-STATUS-OFERTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS OFERTAS (OFERTAS). STATUS: '
                   WRK-STATUS-OFERTAS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT CATALOGO-DISCIPLINAS
           IF WRK-STATUS-CATALOGO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CATALOGO DE DISCIPLINAS '
                   '(CATMSTR). STATUS: ' WRK-STATUS-CATALOGO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-AVALIACOES
           IF WRK-STATUS-AVALIACOES = '35'
               OPEN OUTPUT ARQ-AVALIACOES
               CLOSE ARQ-AVALIACOES
               OPEN I-O ARQ-AVALIACOES
           END-IF
           IF WRK-STATUS-AVALIACOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS AVALIACOES (AVALMSTR). '
                   'STATUS: ' WRK-STATUS-AVALIACOES
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

       CARREGA-AVALIACAO.
           READ ARQ-AVAL-ENTRADA
               AT END
                   SET NAO-HA-MAIS-ENTRADA TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   PERFORM VALIDA-AVALIACAO
                   IF WRK-MOTIVO-REJEICAO = SPACES
                       PERFORM GRAVA-AVALIACAO
                   ELSE
                       ADD 1 TO WRK-QTD-REJEITADA
                       DISPLAY 'REGISTRO REJEITADO ('
                           FUNCTION TRIM(WRK-MOTIVO-REJEICAO) '): '
                           AVAL-ENT-REC
                   END-IF
           END-READ.

      * The first failing check names the rejection; the offering
      * and catalog lookups only run on a well-formed line.
       VALIDA-AVALIACAO.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO
           IF AVE-CODIGO = SPACES
               OR AVE-TERMO IS NOT NUMERIC
               OR AVE-QUESTAO IS NOT NUMERIC
               OR AVE-DISTRIBUICAO IS NOT NUMERIC
               MOVE 'CAMPOS INVALIDOS' TO WRK-MOTIVO-REJEICAO
           ELSE
               IF AVE-QUESTAO = 0
                   MOVE 'QUESTAO ZERADA' TO WRK-MOTIVO-REJEICAO
               END-IF
           END-IF
           IF WRK-MOTIVO-REJEICAO = SPACES
               PERFORM APURA-DISTRIBUICAO
               IF WRK-QTD-RESPOSTAS = 0
                   MOVE 'SEM RESPOSTAS' TO WRK-MOTIVO-REJEICAO
               END-IF
           END-IF
           IF WRK-MOTIVO-REJEICAO = SPACES
               MOVE AVE-CODIGO TO CAT-CODIGO
               READ CATALOGO-DISCIPLINAS
                   INVALID KEY
                       MOVE 'DISCIPLINA FORA DO CATALOGO'
                           TO WRK-MOTIVO-REJEICAO
               END-READ
           END-IF
           IF WRK-MOTIVO-REJEICAO = SPACES
               MOVE AVE-CODIGO TO OFR-CODIGO
               MOVE AVE-TERMO TO OFR-TERMO
               READ ARQ-OFERTAS
                   INVALID KEY
                       MOVE 'OFERTA NAO CADASTRADA'
                           TO WRK-MOTIVO-REJEICAO
               END-READ
           END-IF.

       APURA-DISTRIBUICAO.
           MOVE 0 TO WRK-QTD-RESPOSTAS
           MOVE 0 TO WRK-SOMA-PONTOS
           PERFORM SOMA-NOTA
               VARYING CONT-NOTA FROM 1 BY 1
               UNTIL CONT-NOTA > 5.

       SOMA-NOTA.
           ADD AVE-QTD-NOTA(CONT-NOTA) TO WRK-QTD-RESPOSTAS
           COMPUTE WRK-SOMA-PONTOS = WRK-SOMA-PONTOS
               + AVE-QTD-NOTA(CONT-NOTA) * CONT-NOTA.

       GRAVA-AVALIACAO.
           MOVE AVE-CODIGO TO AVL-CODIGO
           MOVE AVE-TERMO TO AVL-TERMO
           MOVE AVE-QUESTAO TO AVL-QUESTAO
           MOVE AVE-DISTRIBUICAO TO AVL-DISTRIBUICAO
           MOVE WRK-QTD-RESPOSTAS TO AVL-QTD-RESPOSTAS
           COMPUTE AVL-MEDIA ROUNDED =
               WRK-SOMA-PONTOS / WRK-QTD-RESPOSTAS
           MOVE WRK-DATA-HOJE TO AVL-DATA-CARGA
           WRITE AVALIACAO-REC
               INVALID KEY
                   REWRITE AVALIACAO-REC
           END-WRITE
           ADD 1 TO WRK-QTD-GRAVADA.

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
           MOVE WRK-QTD-GRAVADA TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-REJEITADA TO LOG-QTD-REJEITADA
           IF WRK-QTD-REJEITADA > 0
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
       END PROGRAM AVALLOAD.
