      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGREF.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Weekly referential integrity sweep
      *             across the masters, for the links RECONCIL and
      *             CMPRECON do not prove: MATRIMSTR disciplines
      *             missing from CATMSTR, INSCRICAO and COBRANCA
      *             students missing from ALUNOS, FREQMSTR /
      *             PARCMSTR / DISPUTA / NOTACOMP keys with no
      *             INSCRICAO enrollment, OFR-QTD-INSCRITA against
      *             the count of active roster pairs, and catalog
      *             instructors missing from INSTMSTR. Each finding
      *             goes to INTEGREL with a severity: CRITICA ends
      *             the step RC 8 and stops DLYBATCH, ALERTA ends it
      *             RC 4 and the stream goes on with the warning,
      *             INFO (a master not present at the site, so its
      *             check was not made) leaves the RC alone. Until
      *             now these were found when a report printed
      *             garbage. DLYREST releases the step on the
      *             calendar's weekly day.
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

           SELECT CATALOGO-DISCIPLINAS ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS WRK-STATUS-CATALOGO.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-INSCRICAO ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CHAVE
               FILE STATUS IS WRK-STATUS-INSCRICAO.

           SELECT ARQ-COBRANCA ASSIGN TO "COBRANCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WRK-STATUS-COBRANCA.

           SELECT ARQ-FREQUENCIA ASSIGN TO "FREQMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS WRK-STATUS-FREQUENCIA.

           SELECT ARQ-PARCIAL ASSIGN TO "PARCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-CHAVE
               FILE STATUS IS WRK-STATUS-PARCIAL.

           SELECT ARQ-DISPUTAS ASSIGN TO "DISPUTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WRK-STATUS-DISPUTAS.

           SELECT ARQ-COMPONENTES ASSIGN TO "NOTACOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               FILE STATUS IS WRK-STATUS-COMPONENTES.

           SELECT ARQ-OFERTAS ASSIGN TO "OFERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-CHAVE
               FILE STATUS IS WRK-STATUS-OFERTAS.

           SELECT ARQ-INSTRUTORES ASSIGN TO "INSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IST-ID
               FILE STATUS IS WRK-STATUS-INSTRUTORES.

           SELECT ARQ-RELATORIO ASSIGN TO "INTEGREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  CATALOGO-DISCIPLINAS.
           COPY CATDISC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-INSCRICAO.
           COPY INSCREC.

       FD  ARQ-COBRANCA.
           COPY COBRREC.

       FD  ARQ-FREQUENCIA.
           COPY FREQREC.

       FD  ARQ-PARCIAL.
           COPY PARCREC.

       FD  ARQ-DISPUTAS.
           COPY DISPREC.

       FD  ARQ-COMPONENTES.
           COPY NOTACOMP.

       FD  ARQ-OFERTAS.
           COPY OFERREC.

       FD  ARQ-INSTRUTORES.
           COPY INSTREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MATRICULAS  PIC X(02).
       77 WRK-STATUS-CATALOGO    PIC X(02).
       77 WRK-STATUS-ALUNOS      PIC X(02).
       77 WRK-STATUS-INSCRICAO   PIC X(02).
       77 WRK-STATUS-COBRANCA    PIC X(02).
       77 WRK-STATUS-FREQUENCIA  PIC X(02).
       77 WRK-STATUS-PARCIAL     PIC X(02).
       77 WRK-STATUS-DISPUTAS    PIC X(02).
       77 WRK-STATUS-COMPONENTES PIC X(02).
       77 WRK-STATUS-OFERTAS     PIC X(02).
       77 WRK-STATUS-INSTRUTORES PIC X(02).
       77 WRK-DATA-HOJE          PIC 9(08).
       77 WRK-QTD-LIDOS          PIC 9(06) VALUE 0.
       77 WRK-QTD-CRITICAS       PIC 9(06) VALUE 0.
       77 WRK-QTD-ALERTAS        PIC 9(06) VALUE 0.
       77 WRK-QTD-INFORMATIVAS   PIC 9(06) VALUE 0.
       77 WRK-STATUS-ABERTURA    PIC X(02).
       77 WRK-ARQUIVO-ABERTO     PIC X(10).
       77 WRK-ULT-STUDENT-ID     PIC X(10).
       77 WRK-ULT-CODIGO         PIC X(05).
       77 WRK-ULT-TERMO          PIC 9(05).

      * One finding, filled in by the check that found it and
      * written by GRAVA-OCORRENCIA.
       01 OCORRENCIA.
           03 OCO-SEVERIDADE      PIC X(01).
               88 SEVERIDADE-CRITICA    VALUE 'C'.
               88 SEVERIDADE-ALERTA     VALUE 'A'.
               88 SEVERIDADE-INFO       VALUE 'I'.
           03 OCO-VERIFICACAO     PIC X(14).
           03 OCO-CHAVE           PIC X(22).
           03 OCO-DESCRICAO       PIC X(60).

       01 WRK-CHAVE-EDITADA.
           03 CHV-STUDENT-ID      PIC X(10).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CHV-CODIGO          PIC X(05).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CHV-TERMO           PIC 9(05).

       01 WRK-DESCRICAO-QTD.
           03 FILLER              PIC X(16) VALUE 'OFR-QTD-INSCRITA'.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 DSQ-QTD-OFERTA      PIC ZZ9.
           03 FILLER              PIC X(21)
               VALUE ' X INSCRICOES ATIVAS '.
           03 DSQ-QTD-ATIVA       PIC ZZZZ9.

       01 WRK-MATRICULAS-OK PIC X VALUE 'N'.
           88 HA-MATRICULAS VALUE 'S'.
       01 WRK-CATALOGO-OK PIC X VALUE 'N'.
           88 HA-CATALOGO VALUE 'S'.
       01 WRK-ALUNOS-OK PIC X VALUE 'N'.
           88 HA-ALUNOS VALUE 'S'.
       01 WRK-INSCRICAO-OK PIC X VALUE 'N'.
           88 HA-INSCRICAO VALUE 'S'.
       01 WRK-COBRANCA-OK PIC X VALUE 'N'.
           88 HA-COBRANCA VALUE 'S'.
       01 WRK-FREQUENCIA-OK PIC X VALUE 'N'.
           88 HA-FREQUENCIA VALUE 'S'.
       01 WRK-PARCIAL-OK PIC X VALUE 'N'.
           88 HA-PARCIAL VALUE 'S'.
       01 WRK-DISPUTAS-OK PIC X VALUE 'N'.
           88 HA-DISPUTAS VALUE 'S'.
       01 WRK-COMPONENTES-OK PIC X VALUE 'N'.
           88 HA-COMPONENTES VALUE 'S'.
       01 WRK-OFERTAS-OK PIC X VALUE 'N'.
           88 HA-OFERTAS VALUE 'S'.
       01 WRK-INSTRUTORES-OK PIC X VALUE 'N'.
           88 HA-INSTRUTORES VALUE 'S'.

       01 WRK-FIM-ARQUIVO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-REGISTROS VALUE 'S'.

      * The offerings are loaded once, in key order, and the roster
      * pass counts the active pairs against them, so the roster is
      * read once instead of once per offering.
       01 OFERTAS-APURADAS.
           03 WRK-QTD-OFERTAS      PIC 9(04) VALUE 0.
           03 OFERTA-TAB OCCURS 2000 TIMES.
               05 OFT-CODIGO       PIC X(05).
               05 OFT-TERMO        PIC 9(05).
               05 OFT-QTD-INSCRITA PIC 9(03).
               05 OFT-QTD-ATIVA    PIC 9(05).
       01 CONT-OFERTA      PIC 9(04).
       01 WRK-OFERTA-IDX   PIC 9(04).

       77 WRK-DECISAO-PASSO   PIC X(01).
       77 WRK-MOTIVO-PASSO    PIC X(12).

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'INTEGREF'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'INTEGREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'INTEGREF'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'INTEGREF - INTEGRIDADE REFERENCIAL DOS MESTRES'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           CALL 'STEPCTRL' USING LOG-PROGRAMA,
               WRK-DECISAO-PASSO, WRK-MOTIVO-PASSO
           IF WRK-DECISAO-PASSO = 'P'
               PERFORM GRAVA-LOG-PULADO
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-CABECALHO
           PERFORM ABRE-ARQUIVOS
           PERFORM VERIFICA-MATRICULAS
           PERFORM CARREGA-OFERTAS
           PERFORM VERIFICA-INSCRICOES
           PERFORM VERIFICA-OFERTAS
           PERFORM VERIFICA-COBRANCAS
           PERFORM VERIFICA-FREQUENCIAS
           PERFORM VERIFICA-PARCIAIS
           PERFORM VERIFICA-DISPUTAS
           PERFORM VERIFICA-COMPONENTES
           PERFORM VERIFICA-CATALOGO
           PERFORM GRAVA-TOTAIS
           PERFORM FECHA-ARQUIVOS
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'REGISTROS LIDOS....: ' WRK-QTD-LIDOS
           DISPLAY 'OCORRENCIAS CRITICAS: ' WRK-QTD-CRITICAS
           DISPLAY 'ALERTAS............: ' WRK-QTD-ALERTAS
           DISPLAY 'INFORMATIVAS.......: ' WRK-QTD-INFORMATIVAS
           DISPLAY 'Relatorio gerado em INTEGREL.'
           DISPLAY '---------------------------------------------------'
           PERFORM GRAVA-LOG-FIM
           STOP RUN.

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'INTEGRIDADE REFERENCIAL DOS MESTRES - '
               DELIMITED SIZE
               WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'SEVERIDADE: CRITICA = RC 8 (PARA O DLYBATCH), '
               DELIMITED SIZE
               'ALERTA = RC 4, INFO = VERIFICACAO NAO FEITA'
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'SEVER.  VERIFICACAO    CHAVE                 '
               DELIMITED SIZE
               'OCORRENCIA' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * Every master is optional in the same sense: one a site does
      * not keep yet (status 35) only means its checks are not made,
      * which the report says as an INFO line. Any other failure to
      * open is an error and stops the step.
       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-MATRICULAS
           MOVE WRK-STATUS-MATRICULAS TO WRK-STATUS-ABERTURA
           MOVE 'MATRIMSTR' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-MATRICULAS TO TRUE
           END-IF
           OPEN INPUT CATALOGO-DISCIPLINAS
           MOVE WRK-STATUS-CATALOGO TO WRK-STATUS-ABERTURA
           MOVE 'CATMSTR' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-CATALOGO TO TRUE
           END-IF
           OPEN INPUT ARQ-ALUNOS
           MOVE WRK-STATUS-ALUNOS TO WRK-STATUS-ABERTURA
           MOVE 'ALUNOS' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-ALUNOS TO TRUE
           END-IF
           OPEN INPUT ARQ-INSCRICAO
           MOVE WRK-STATUS-INSCRICAO TO WRK-STATUS-ABERTURA
           MOVE 'INSCRICAO' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-INSCRICAO TO TRUE
           END-IF
           OPEN INPUT ARQ-COBRANCA
           MOVE WRK-STATUS-COBRANCA TO WRK-STATUS-ABERTURA
           MOVE 'COBRANCA' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-COBRANCA TO TRUE
           END-IF
           OPEN INPUT ARQ-FREQUENCIA
           MOVE WRK-STATUS-FREQUENCIA TO WRK-STATUS-ABERTURA
           MOVE 'FREQMSTR' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-FREQUENCIA TO TRUE
           END-IF
           OPEN INPUT ARQ-PARCIAL
           MOVE WRK-STATUS-PARCIAL TO WRK-STATUS-ABERTURA
           MOVE 'PARCMSTR' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-PARCIAL TO TRUE
           END-IF
           OPEN INPUT ARQ-DISPUTAS
           MOVE WRK-STATUS-DISPUTAS TO WRK-STATUS-ABERTURA
           MOVE 'DISPUTA' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-DISPUTAS TO TRUE
           END-IF
           OPEN INPUT ARQ-COMPONENTES
           MOVE WRK-STATUS-COMPONENTES TO WRK-STATUS-ABERTURA
           MOVE 'NOTACOMP' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-COMPONENTES TO TRUE
           END-IF
           OPEN INPUT ARQ-OFERTAS
           MOVE WRK-STATUS-OFERTAS TO WRK-STATUS-ABERTURA
           MOVE 'OFERTAS' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-OFERTAS TO TRUE
           END-IF
           OPEN INPUT ARQ-INSTRUTORES
           MOVE WRK-STATUS-INSTRUTORES TO WRK-STATUS-ABERTURA
           MOVE 'INSTMSTR' TO WRK-ARQUIVO-ABERTO
           PERFORM CONFERE-ABERTURA
           IF WRK-STATUS-ABERTURA = '00'
               SET HA-INSTRUTORES TO TRUE
           END-IF.

       CONFERE-ABERTURA.
           EVALUATE WRK-STATUS-ABERTURA
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET SEVERIDADE-INFO TO TRUE
                   MOVE 'ABERTURA' TO OCO-VERIFICACAO
                   MOVE WRK-ARQUIVO-ABERTO TO OCO-CHAVE
                   MOVE 'MESTRE INEXISTENTE - VERIFICACOES NAO FEITAS'
                       TO OCO-DESCRICAO
                   PERFORM GRAVA-OCORRENCIA
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR ' WRK-ARQUIVO-ABERTO
                       '. STATUS: ' WRK-STATUS-ABERTURA
                   CLOSE ARQ-RELATORIO
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
           END-EVALUATE.

      * A grade of record on a discipline the catalog no longer
      * carries has no credits, name or instructor behind it: the
      * GPA weighting and every report that joins the two go wrong,
      * so this one is CRITICA.
       VERIFICA-MATRICULAS.
           IF HA-MATRICULAS AND HA-CATALOGO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LE-MATRICULA UNTIL NAO-HA-MAIS-REGISTROS
           END-IF.

       LE-MATRICULA.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE MAT-CODIGO TO CAT-CODIGO
                   READ CATALOGO-DISCIPLINAS
                       INVALID KEY
                           SET SEVERIDADE-CRITICA TO TRUE
                           MOVE 'MATRIMSTR-CAT' TO OCO-VERIFICACAO
                           MOVE MAT-STUDENT-ID TO CHV-STUDENT-ID
                           MOVE MAT-CODIGO TO CHV-CODIGO
                           MOVE MAT-TERMO TO CHV-TERMO
                           MOVE WRK-CHAVE-EDITADA TO OCO-CHAVE
                           MOVE 'DISCIPLINA AUSENTE DO CATMSTR'
                               TO OCO-DESCRICAO
                           PERFORM GRAVA-OCORRENCIA
                   END-READ
           END-READ.

       CARREGA-OFERTAS.
           IF HA-OFERTAS
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LE-OFERTA UNTIL NAO-HA-MAIS-REGISTROS
           END-IF.

       LE-OFERTA.
           READ ARQ-OFERTAS NEXT
               AT END
                   SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF WRK-QTD-OFERTAS < 2000
                       ADD 1 TO WRK-QTD-OFERTAS
                       MOVE OFR-CODIGO TO OFT-CODIGO(WRK-QTD-OFERTAS)
                       MOVE OFR-TERMO TO OFT-TERMO(WRK-QTD-OFERTAS)
                       MOVE OFR-QTD-INSCRITA
                           TO OFT-QTD-INSCRITA(WRK-QTD-OFERTAS)
                       MOVE 0 TO OFT-QTD-ATIVA(WRK-QTD-OFERTAS)
                   ELSE
                       DISPLAY 'OFERTAS EXCEDE 2000 REGISTROS. '
                           'CONTAGEM NAO CONFERIDA PARA '
                           OFR-CODIGO ' ' OFR-TERMO
                   END-IF
           END-READ.

      * The roster pass serves two checks: the student behind each
      * pair must be on ALUNOS, and each active pair counts toward
      * its offering's enrolled total.
       VERIFICA-INSCRICOES.
           IF HA-INSCRICAO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LE-INSCRICAO UNTIL NAO-HA-MAIS-REGISTROS
           END-IF.

       LE-INSCRICAO.
           READ ARQ-INSCRICAO NEXT
               AT END
                   SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF HA-ALUNOS
                       PERFORM CONFERE-ALUNO-INSCRICAO
                   END-IF
                   IF INSCRICAO-ATIVA
                       PERFORM CONTA-INSCRICAO-ATIVA
                   END-IF
           END-READ.

       CONFERE-ALUNO-INSCRICAO.
           MOVE INS-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   SET SEVERIDADE-ALERTA TO TRUE
                   MOVE 'INSCRICAO-ALUN' TO OCO-VERIFICACAO
                   MOVE INS-STUDENT-ID TO CHV-STUDENT-ID
                   MOVE INS-CODIGO TO CHV-CODIGO
                   MOVE INS-TERMO TO CHV-TERMO
                   MOVE WRK-CHAVE-EDITADA TO OCO-CHAVE
                   MOVE 'ALUNO DA INSCRICAO AUSENTE DO ALUNOS'
                       TO OCO-DESCRICAO
                   PERFORM GRAVA-OCORRENCIA
           END-READ.

       CONTA-INSCRICAO-ATIVA.
           MOVE 0 TO WRK-OFERTA-IDX
           PERFORM LOCALIZA-OFERTA
               VARYING CONT-OFERTA FROM 1 BY 1
               UNTIL CONT-OFERTA > WRK-QTD-OFERTAS
                   OR WRK-OFERTA-IDX NOT = 0
           IF WRK-OFERTA-IDX NOT = 0
               ADD 1 TO OFT-QTD-ATIVA(WRK-OFERTA-IDX)
           END-IF.

       LOCALIZA-OFERTA.
           IF OFT-CODIGO(CONT-OFERTA) = INS-CODIGO
               AND OFT-TERMO(CONT-OFERTA) = INS-TERMO
               MOVE CONT-OFERTA TO WRK-OFERTA-IDX
           END-IF.

      * Without the roster there is nothing to count against, so the
      * offering check needs both files.
       VERIFICA-OFERTAS.
           IF HA-OFERTAS AND HA-INSCRICAO
               PERFORM CONFERE-OFERTA
                   VARYING CONT-OFERTA FROM 1 BY 1
                   UNTIL CONT-OFERTA > WRK-QTD-OFERTAS
           END-IF.

       CONFERE-OFERTA.
           IF OFT-QTD-INSCRITA(CONT-OFERTA)
               NOT = OFT-QTD-ATIVA(CONT-OFERTA)
               SET SEVERIDADE-ALERTA TO TRUE
               MOVE 'OFERTA-QTD' TO OCO-VERIFICACAO
               MOVE SPACES TO CHV-STUDENT-ID
               MOVE OFT-CODIGO(CONT-OFERTA) TO CHV-CODIGO
               MOVE OFT-TERMO(CONT-OFERTA) TO CHV-TERMO
               MOVE WRK-CHAVE-EDITADA TO OCO-CHAVE
               MOVE OFT-QTD-INSCRITA(CONT-OFERTA) TO DSQ-QTD-OFERTA
               MOVE OFT-QTD-ATIVA(CONT-OFERTA) TO DSQ-QTD-ATIVA
               MOVE WRK-DESCRICAO-QTD TO OCO-DESCRICAO
               PERFORM GRAVA-OCORRENCIA
           END-IF.

      * A bill for a student the master does not know is posted,
      * charged interest and sent to the bank under a name nobody
      * can find - CRITICA, like a grade on an unknown discipline.
       VERIFICA-COBRANCAS.
           IF HA-COBRANCA AND HA-ALUNOS
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LE-COBRANCA UNTIL NAO-HA-MAIS-REGISTROS
           END-IF.

       LE-COBRANCA.
           READ ARQ-COBRANCA NEXT
               AT END
                   SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE COB-STUDENT-ID TO MST-STUDENT-ID
                   READ ARQ-ALUNOS
                       INVALID KEY
                           SET SEVERIDADE-CRITICA TO TRUE
                           MOVE 'COBRANCA-ALUN' TO OCO-VERIFICACAO
                           MOVE COB-STUDENT-ID TO CHV-STUDENT-ID
                           MOVE SPACES TO CHV-CODIGO
                           MOVE COB-TERMO TO CHV-TERMO
                           MOVE WRK-CHAVE-EDITADA TO OCO-CHAVE
                           MOVE 'ALUNO DA COBRANCA AUSENTE DO ALUNOS'
                               TO OCO-DESCRICAO
                           PERFORM GRAVA-OCORRENCIA
                   END-READ
           END-READ.

      * Attendance, partial grades, disputes and grade components
      * all hang off a student/discipline/term pair that must be on
      * the INSCRICAO roster.
       VERIFICA-FREQUENCIAS.
           IF HA-FREQUENCIA AND HA-INSCRICAO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LE-FREQUENCIA UNTIL NAO-HA-MAIS-REGISTROS
           END-IF.

       LE-FREQUENCIA.
           READ ARQ-FREQUENCIA NEXT
               AT END
                   SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE FRQ-STUDENT-ID TO INS-STUDENT-ID
                   MOVE FRQ-CODIGO TO INS-CODIGO
                   MOVE FRQ-TERMO TO INS-TERMO
                   MOVE 'FREQMSTR-INSC' TO OCO-VERIFICACAO
                   MOVE 'FREQUENCIA SEM INSCRICAO'
                       TO OCO-DESCRICAO
                   PERFORM CONFERE-INSCRICAO
           END-READ.

       VERIFICA-PARCIAIS.
           IF HA-PARCIAL AND HA-INSCRICAO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LE-PARCIAL UNTIL NAO-HA-MAIS-REGISTROS
           END-IF.

       LE-PARCIAL.
           READ ARQ-PARCIAL NEXT
               AT END
                   SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE PCL-STUDENT-ID TO INS-STUDENT-ID
                   MOVE PCL-CODIGO TO INS-CODIGO
                   MOVE PCL-TERMO TO INS-TERMO
                   MOVE 'PARCMSTR-INSC' TO OCO-VERIFICACAO
                   MOVE 'NOTA PARCIAL SEM INSCRICAO'
                       TO OCO-DESCRICAO
                   PERFORM CONFERE-INSCRICAO
           END-READ.

       VERIFICA-DISPUTAS.
           IF HA-DISPUTAS AND HA-INSCRICAO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LE-DISPUTA UNTIL NAO-HA-MAIS-REGISTROS
           END-IF.

       LE-DISPUTA.
           READ ARQ-DISPUTAS NEXT
               AT END
                   SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE DSP-STUDENT-ID TO INS-STUDENT-ID
                   MOVE DSP-CODIGO TO INS-CODIGO
                   MOVE DSP-TERMO TO INS-TERMO
                   MOVE 'DISPUTA-INSC' TO OCO-VERIFICACAO
                   MOVE 'CONTESTACAO DE NOTA SEM INSCRICAO'
                       TO OCO-DESCRICAO
                   PERFORM CONFERE-INSCRICAO
           END-READ.

      * NOTACOMP carries one record per component; the pair is
      * checked once, on the first component of each group.
       VERIFICA-COMPONENTES.
           IF HA-COMPONENTES AND HA-INSCRICAO
               MOVE SPACES TO WRK-ULT-STUDENT-ID
               MOVE SPACES TO WRK-ULT-CODIGO
               MOVE 0 TO WRK-ULT-TERMO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LE-COMPONENTE UNTIL NAO-HA-MAIS-REGISTROS
           END-IF.

       LE-COMPONENTE.
           READ ARQ-COMPONENTES NEXT
               AT END
                   SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF CMP-STUDENT-ID NOT = WRK-ULT-STUDENT-ID
                       OR CMP-CODIGO NOT = WRK-ULT-CODIGO
                       OR CMP-TERMO NOT = WRK-ULT-TERMO
                       MOVE CMP-STUDENT-ID TO WRK-ULT-STUDENT-ID
                       MOVE CMP-CODIGO TO WRK-ULT-CODIGO
                       MOVE CMP-TERMO TO WRK-ULT-TERMO
                       MOVE CMP-STUDENT-ID TO INS-STUDENT-ID
                       MOVE CMP-CODIGO TO INS-CODIGO
                       MOVE CMP-TERMO TO INS-TERMO
                       MOVE 'NOTACOMP-INSC' TO OCO-VERIFICACAO
                       MOVE 'COMPONENTES DE NOTA SEM INSCRICAO'
                           TO OCO-DESCRICAO
                       PERFORM CONFERE-INSCRICAO
                   END-IF
           END-READ.

       CONFERE-INSCRICAO.
           READ ARQ-INSCRICAO
               INVALID KEY
                   SET SEVERIDADE-ALERTA TO TRUE
                   MOVE INS-STUDENT-ID TO CHV-STUDENT-ID
                   MOVE INS-CODIGO TO CHV-CODIGO
                   MOVE INS-TERMO TO CHV-TERMO
                   MOVE WRK-CHAVE-EDITADA TO OCO-CHAVE
                   PERFORM GRAVA-OCORRENCIA
           END-READ.

      * A blank instructor ID is a discipline not yet assigned, not
      * a broken link; only a filled-in ID must exist on INSTMSTR.
       VERIFICA-CATALOGO.
           IF HA-CATALOGO AND HA-INSTRUTORES
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE SPACES TO CAT-CODIGO
               START CATALOGO-DISCIPLINAS
                   KEY IS NOT LESS THAN CAT-CODIGO
                   INVALID KEY
                       SET NAO-HA-MAIS-REGISTROS TO TRUE
               END-START
               PERFORM LE-CATALOGO UNTIL NAO-HA-MAIS-REGISTROS
           END-IF.

       LE-CATALOGO.
           READ CATALOGO-DISCIPLINAS NEXT
               AT END
                   SET NAO-HA-MAIS-REGISTROS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF CAT-INSTRUTOR-ID NOT = SPACES
                       MOVE CAT-INSTRUTOR-ID TO IST-ID
                       READ ARQ-INSTRUTORES
                           INVALID KEY
                               SET SEVERIDADE-ALERTA TO TRUE
                               MOVE 'CATMSTR-INST' TO OCO-VERIFICACAO
                               MOVE SPACES TO OCO-CHAVE
                               STRING CAT-CODIGO DELIMITED SIZE
                                   ' INSTR ' CAT-INSTRUTOR-ID
                                   DELIMITED SIZE
                                   INTO OCO-CHAVE
                               END-STRING
                               MOVE 'INSTRUTOR AUSENTE DO INSTMSTR'
                                   TO OCO-DESCRICAO
                               PERFORM GRAVA-OCORRENCIA
                       END-READ
                   END-IF
           END-READ.

       GRAVA-OCORRENCIA.
           MOVE SPACES TO RELATORIO-REC
           EVALUATE TRUE
               WHEN SEVERIDADE-CRITICA
                   ADD 1 TO WRK-QTD-CRITICAS
                   MOVE 'CRITICA' TO RELATORIO-REC(1:7)
               WHEN SEVERIDADE-ALERTA
                   ADD 1 TO WRK-QTD-ALERTAS
                   MOVE 'ALERTA' TO RELATORIO-REC(1:7)
               WHEN OTHER
                   ADD 1 TO WRK-QTD-INFORMATIVAS
                   MOVE 'INFO' TO RELATORIO-REC(1:7)
           END-EVALUATE
           MOVE OCO-VERIFICACAO TO RELATORIO-REC(9:14)
           MOVE OCO-CHAVE TO RELATORIO-REC(24:22)
           MOVE OCO-DESCRICAO TO RELATORIO-REC(46:60)
           WRITE RELATORIO-REC.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           STRING 'REGISTROS LIDOS: ' DELIMITED SIZE
               WRK-QTD-LIDOS DELIMITED SIZE
               '  CRITICAS: ' WRK-QTD-CRITICAS DELIMITED SIZE
               '  ALERTAS: ' WRK-QTD-ALERTAS DELIMITED SIZE
               '  INFO: ' WRK-QTD-INFORMATIVAS DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       FECHA-ARQUIVOS.
           IF HA-MATRICULAS
               CLOSE ARQ-MATRICULAS
           END-IF
           IF HA-CATALOGO
               CLOSE CATALOGO-DISCIPLINAS
           END-IF
           IF HA-ALUNOS
               CLOSE ARQ-ALUNOS
           END-IF
           IF HA-INSCRICAO
               CLOSE ARQ-INSCRICAO
           END-IF
           IF HA-COBRANCA
               CLOSE ARQ-COBRANCA
           END-IF
           IF HA-FREQUENCIA
               CLOSE ARQ-FREQUENCIA
           END-IF
           IF HA-PARCIAL
               CLOSE ARQ-PARCIAL
           END-IF
           IF HA-DISPUTAS
               CLOSE ARQ-DISPUTAS
           END-IF
           IF HA-COMPONENTES
               CLOSE ARQ-COMPONENTES
           END-IF
           IF HA-OFERTAS
               CLOSE ARQ-OFERTAS
           END-IF
           IF HA-INSTRUTORES
               CLOSE ARQ-INSTRUTORES
           END-IF.

      * A step the DLYREST restart controller marked as already
      * clean for this date, or that the calendar parks tonight,
      * logs itself skipped and ends RC 0.
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

      * RC 8 on any CRITICA stops the stream before it processes
      * against broken links; RC 4 on ALERTA lets it go on with the
      * warning on RELOPER.
       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-LIDOS TO LOG-QTD-LIDA
           COMPUTE LOG-QTD-REJEITADA = WRK-QTD-CRITICAS
               + WRK-QTD-ALERTAS
           IF WRK-QTD-CRITICAS > 0
               MOVE 'CRITICO' TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTD-ALERTAS > 0
                   MOVE 'DIVERGENTE' TO LOG-STATUS
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 'CONCLUIDO' TO LOG-STATUS
               END-IF
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
       END PROGRAM INTEGREF.
