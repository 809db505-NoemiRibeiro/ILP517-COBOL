      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGEGERA.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Suggested registration plan for the
      *             next term: for each active student with a program
      *             declared on ALUNOS, walks the CURRMSTR curriculum
      *             against the same history merge RELGRADU prints
      *             (MATRARQV plus MATRIMSTR, APROVADO never
      *             downgraded, active INSCRICAO pairs in progress)
      *             and proposes each outstanding discipline that is
      *             active on CATMSTR, has its CAT-PREREQ APROVADO or
      *             waived on DISPPREQ and has a section on OFERTAS
      *             for the term, in curriculum order, until the
      *             credit load is reached. Proposals go to PLANSUGE
      *             for the coordinator to amend through SUGEMANT
      *             before INSCMATR mode P registers them; every
      *             outstanding discipline is listed on SUGEREL with
      *             the reason it was or was not proposed. A student
      *             who already has lines for the term is left as
      *             the coordinator amended them.
      * 15/10/2026  A term reopened by TERMREAB for late changes is
      *             refused like a closed one.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-CURRICULO ASSIGN TO "CURRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CHAVE
               FILE STATUS IS WRK-STATUS-CURRICULO.

           SELECT CATALOGO-DISCIPLINAS ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS WRK-STATUS-CATALOGO.

           SELECT ARQ-MATRICULAS ASSIGN TO "MATRIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               ALTERNATE RECORD KEY IS MAT-CHAVE-CURSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT ARQ-ARQUIVO ASSIGN TO "MATRARQV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARV-CHAVE
               FILE STATUS IS WRK-STATUS-ARQUIVO.

           SELECT ARQ-INSCRICAO ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CHAVE
               FILE STATUS IS WRK-STATUS-INSCRICAO.

           SELECT ARQ-DISPENSAS ASSIGN TO "DISPPREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPQ-CHAVE
               FILE STATUS IS WRK-STATUS-DISPENSAS.

           SELECT ARQ-OFERTAS ASSIGN TO "OFERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-CHAVE
               FILE STATUS IS WRK-STATUS-OFERTAS.

           SELECT ARQ-CALENDARIO ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.

           SELECT ARQ-SUGESTOES ASSIGN TO "PLANSUGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUG-CHAVE
               FILE STATUS IS WRK-STATUS-SUGESTOES.

           SELECT ARQ-RELATORIO ASSIGN TO "SUGEREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-CURRICULO.
           COPY CURRREC.

       FD  CATALOGO-DISCIPLINAS.
           COPY CATDISC.

       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-ARQUIVO.
           COPY MATRIC01
               REPLACING ==MATRICULA-REC== BY ==ARQUIVO-REC==
                         LEADING ==MAT== BY ==ARV==.

       FD  ARQ-INSCRICAO.
           COPY INSCREC.

       FD  ARQ-DISPENSAS.
           COPY DPRQREC.

       FD  ARQ-OFERTAS.
           COPY OFERREC.

       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-SUGESTOES.
           COPY SUGEREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-STATUS-CURRICULO  PIC X(02).
       77 WRK-STATUS-CATALOGO   PIC X(02).
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ARQUIVO    PIC X(02).
       77 WRK-STATUS-INSCRICAO  PIC X(02).
       77 WRK-STATUS-DISPENSAS  PIC X(02).
       77 WRK-STATUS-OFERTAS    PIC X(02).
       77 WRK-STATUS-TERMCAL    PIC X(02).
       77 WRK-STATUS-SUGESTOES  PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-TERMO             PIC 9(05).
       77 WRK-LIMITE-CREDITOS   PIC 9(03).
       77 WRK-LIMITE-PADRAO     PIC 9(03) VALUE 24.
       77 WRK-STUDENT-ID        PIC X(10).
       77 WRK-PROGRAMA          PIC X(05).
       77 WRK-CODIGO-BUSCA      PIC X(05).
       77 WRK-SITUACAO-HIST     PIC X(20).
       77 WRK-CARGA-ALUNO       PIC 9(03).
       77 WRK-SUGERIDAS-ALUNO   PIC 9(03).
       77 WRK-OCORRENCIA        PIC X(40).
       77 WRK-QTD-ALUNOS        PIC 9(05) VALUE 0.
       77 WRK-QTD-SEM-PROGRAMA  PIC 9(05) VALUE 0.
       77 WRK-QTD-JA-PLANEJADOS PIC 9(05) VALUE 0.
       77 WRK-QTD-PLANOS        PIC 9(05) VALUE 0.
       77 WRK-QTD-SUGESTOES     PIC 9(05) VALUE 0.

       01 WRK-DISPENSAS-DISPONIVEL PIC X VALUE 'N'.
           88 HA-DISPENSAS VALUE 'S'.

       01 WRK-ARQUIVO-DISPONIVEL PIC X VALUE 'N'.
           88 HA-ARQUIVO VALUE 'S'.

       01 WRK-INSCRICAO-DISPONIVEL PIC X VALUE 'N'.
           88 HA-INSCRICAO VALUE 'S'.

       01 WRK-FIM-ALUNOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ALUNOS VALUE 'S'.

       01 WRK-FIM-CURRICULO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-CURRICULO VALUE 'S'.

       01 WRK-FIM-MATRICULAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-MATRICULAS VALUE 'S'.

       01 WRK-FIM-ARQUIVO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ARQUIVO VALUE 'S'.

       01 WRK-FIM-ROL PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ROL VALUE 'S'.

       01 WRK-TEM-PLANO PIC X VALUE 'N'.
           88 ALUNO-JA-PLANEJADO VALUE 'S'.

       01 WRK-PAR-AVALIADO PIC X VALUE 'N'.
           88 PAR-JA-AVALIADO VALUE 'S'.

       01 WRK-PREREQ-OK PIC X VALUE 'N'.
           88 PREREQUISITO-ATENDIDO VALUE 'S'.

       01 WRK-TEM-OFERTA PIC X VALUE 'N'.
           88 DISCIPLINA-OFERECIDA VALUE 'S'.

      * One student's merged history, the same table RELGRADU keeps:
      * pairs already on the roster for the planned term are held as
      * INSCRITO so their credits count against the load.
       01 HISTORICO-APURADO.
           03 WRK-QTD-HIST        PIC 9(03) VALUE 0.
           03 HIST-TAB OCCURS 200 TIMES.
               05 HST-CODIGO          PIC X(05).
               05 HST-SITUACAO        PIC X(20).

       01 CONTADOR        PIC 9(3) VALUE 1.
       01 WRK-HIST-IDX    PIC 9(3) VALUE 0.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'SUGEGERA'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'SUGEREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'SUGEGERA'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'SUGEGERA - PLANO SUGERIDO DE INSCRICAO'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           DISPLAY 'DIGITE O TERMO DO PLANO (AAAAS)'
           ACCEPT WRK-TERMO
           DISPLAY 'DIGITE O LIMITE DE CREDITOS POR ALUNO (0 = '
               WRK-LIMITE-PADRAO ')'
           ACCEPT WRK-LIMITE-CREDITOS
           IF WRK-LIMITE-CREDITOS = 0
               MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-CREDITOS
           END-IF
           PERFORM CONFERE-TERMO
           PERFORM ABRE-ARQUIVOS
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO RELATORIO-REC
           STRING 'PLANO SUGERIDO DE INSCRICAO - TERMO ' DELIMITED SIZE
               WRK-TERMO DELIMITED SIZE
               ' - LIMITE ' WRK-LIMITE-CREDITOS DELIMITED SIZE
               ' CREDITOS - EMITIDO EM ' WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE LOW-VALUES TO MST-STUDENT-ID
           START ARQ-ALUNOS KEY IS NOT LESS THAN MST-STUDENT-ID
               INVALID KEY
                   SET NAO-HA-MAIS-ALUNOS TO TRUE
           END-START
           PERFORM LE-ALUNO UNTIL NAO-HA-MAIS-ALUNOS
           PERFORM GRAVA-TOTAIS
           PERFORM FECHA-ARQUIVOS
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY 'ALUNOS ATIVOS LIDOS....: ' WRK-QTD-ALUNOS
           DISPLAY 'SEM PROGRAMA DECLARADO.: ' WRK-QTD-SEM-PROGRAMA
           DISPLAY 'PLANOS JA EXISTENTES...: ' WRK-QTD-JA-PLANEJADOS
           DISPLAY 'PLANOS GERADOS.........: ' WRK-QTD-PLANOS
           DISPLAY 'DISCIPLINAS SUGERIDAS..: ' WRK-QTD-SUGESTOES
           DISPLAY 'REVISE O PLANO NO SUGEMANT E CARREGUE-O NO '
               'INSCMATR (MODO P).'
           DISPLAY 'Relatorio gerado em SUGEREL.'
           DISPLAY '---------------------------------------------------'
           PERFORM GRAVA-LOG-FIM
           STOP RUN.

      * A plan is built for a term still to run: one being prepared
      * or open, never one already closed.
       CONFERE-TERMO.
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DE TERMOS '
                   '(TERMCAL). STATUS: ' WRK-STATUS-TERMCAL
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           MOVE WRK-TERMO TO CAL-TERMO
           READ ARQ-CALENDARIO
               INVALID KEY
                   DISPLAY 'TERMO NAO CADASTRADO: ' WRK-TERMO
                   CLOSE ARQ-CALENDARIO
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
           END-READ
           IF TERMO-ENCERRADO OR TERMO-REABERTO
               DISPLAY 'TERMO JA ENCERRADO: ' WRK-TERMO
               CLOSE ARQ-CALENDARIO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           CLOSE ARQ-CALENDARIO.

      * OFERTAS is required: a plan without the term's sections would
      * only propose what cannot be registered. The archive, the
      * roster and the waivers are optional as they are in RELGRADU
      * and PROGR06.
       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-CURRICULO
           IF WRK-STATUS-CURRICULO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE CURRICULO '
                   '(CURRMSTR). STATUS: ' WRK-STATUS-CURRICULO
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
           OPEN INPUT ARQ-OFERTAS
           IF WRK-STATUS-OFERTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS OFERTAS (OFERTAS). STATUS: '
                   WRK-STATUS-OFERTAS
               DISPLAY 'CADASTRE AS OFERTAS DO TERMO NO OFERMANT.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS '
                   '(MATRIMSTR). STATUS: ' WRK-STATUS-MATRICULAS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ARQUIVO
           IF WRK-STATUS-ARQUIVO = '00'
               SET HA-ARQUIVO TO TRUE
           END-IF
           OPEN INPUT ARQ-INSCRICAO
           IF WRK-STATUS-INSCRICAO = '00'
               SET HA-INSCRICAO TO TRUE
           END-IF
           OPEN INPUT ARQ-DISPENSAS
           IF WRK-STATUS-DISPENSAS = '00'
               SET HA-DISPENSAS TO TRUE
           END-IF
           OPEN I-O ARQ-SUGESTOES
           IF WRK-STATUS-SUGESTOES = '35'
               OPEN OUTPUT ARQ-SUGESTOES
               CLOSE ARQ-SUGESTOES
               OPEN I-O ARQ-SUGESTOES
           END-IF
           IF WRK-STATUS-SUGESTOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR O PLANO SUGERIDO (PLANSUGE). '
                   'STATUS: ' WRK-STATUS-SUGESTOES
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

       LE-ALUNO.
           READ ARQ-ALUNOS NEXT
               AT END
                   SET NAO-HA-MAIS-ALUNOS TO TRUE
               NOT AT END
                   IF ALUNO-ATIVO
                       ADD 1 TO WRK-QTD-ALUNOS
                       PERFORM PLANEJA-ALUNO
                   END-IF
           END-READ.

       PLANEJA-ALUNO.
           MOVE MST-STUDENT-ID TO WRK-STUDENT-ID
           MOVE MST-PROGRAMA TO WRK-PROGRAMA
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           IF WRK-PROGRAMA = SPACES
               ADD 1 TO WRK-QTD-SEM-PROGRAMA
               MOVE 'SEM PROGRAMA DECLARADO - SEM PLANO'
                   TO WRK-OCORRENCIA
               PERFORM GRAVA-LINHA-ALUNO
           ELSE
               PERFORM CONFERE-PLANO-EXISTENTE
               IF ALUNO-JA-PLANEJADO
                   ADD 1 TO WRK-QTD-JA-PLANEJADOS
                   MOVE 'PLANO JA EXISTE NO TERMO - MANTIDO'
                       TO WRK-OCORRENCIA
                   PERFORM GRAVA-LINHA-ALUNO
               ELSE
                   MOVE SPACES TO WRK-OCORRENCIA
                   PERFORM GRAVA-LINHA-ALUNO
                   PERFORM CARREGA-HISTORICO
                   PERFORM MONTA-PLANO
               END-IF
           END-IF.

       GRAVA-LINHA-ALUNO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'ALUNO: ' DELIMITED SIZE
               MST-STUDENT-ID DELIMITED SIZE
               ' - ' MST-NOME DELIMITED SIZE
               '  PROGRAMA: ' MST-PROGRAMA DELIMITED SIZE
               '  ' WRK-OCORRENCIA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

      * Once the coordinator has a student's plan for the term, a
      * rerun leaves it alone rather than undo the amendments.
       CONFERE-PLANO-EXISTENTE.
           MOVE 'N' TO WRK-TEM-PLANO
           MOVE WRK-TERMO TO SUG-TERMO
           MOVE WRK-STUDENT-ID TO SUG-STUDENT-ID
           MOVE LOW-VALUES TO SUG-CODIGO
           START ARQ-SUGESTOES KEY IS NOT LESS THAN SUG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-SUGESTOES NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SUG-TERMO = WRK-TERMO
                               AND SUG-STUDENT-ID = WRK-STUDENT-ID
                               SET ALUNO-JA-PLANEJADO TO TRUE
                           END-IF
                   END-READ
           END-START.

      * The archive is loaded first and the live master second, so
      * a later outcome overrides an older one - except that an
      * APROVADO, once earned, is never downgraded by a retake.
       CARREGA-HISTORICO.
           MOVE 0 TO WRK-QTD-HIST
           IF HA-ARQUIVO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-STUDENT-ID TO ARV-STUDENT-ID
               MOVE SPACES TO ARV-CODIGO
               MOVE 0 TO ARV-TERMO
               START ARQ-ARQUIVO KEY IS NOT LESS THAN ARV-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-ARQUIVO TO TRUE
               END-START
               PERFORM LE-ARQUIVO-ALUNO UNTIL NAO-HA-MAIS-ARQUIVO
           END-IF
           MOVE 'N' TO WRK-FIM-MATRICULAS
           MOVE WRK-STUDENT-ID TO MAT-STUDENT-ID
           MOVE SPACES TO MAT-CODIGO
           MOVE 0 TO MAT-TERMO
           START ARQ-MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
           END-START
           PERFORM LE-MATRICULA-ALUNO UNTIL NAO-HA-MAIS-MATRICULAS
           IF HA-INSCRICAO
               MOVE 'N' TO WRK-FIM-ROL
               MOVE WRK-STUDENT-ID TO INS-STUDENT-ID
               MOVE SPACES TO INS-CODIGO
               MOVE 0 TO INS-TERMO
               START ARQ-INSCRICAO KEY IS NOT LESS THAN INS-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-ROL TO TRUE
               END-START
               PERFORM LE-INSCRICAO-ALUNO UNTIL NAO-HA-MAIS-ROL
           END-IF.

       LE-ARQUIVO-ALUNO.
           READ ARQ-ARQUIVO NEXT
               AT END
                   SET NAO-HA-MAIS-ARQUIVO TO TRUE
               NOT AT END
                   IF ARV-STUDENT-ID = WRK-STUDENT-ID
                       MOVE ARV-CODIGO TO WRK-CODIGO-BUSCA
                       MOVE ARV-SITUACAO TO WRK-SITUACAO-HIST
                       PERFORM REGISTRA-HISTORICO
                   ELSE
                       SET NAO-HA-MAIS-ARQUIVO TO TRUE
                   END-IF
           END-READ.

       LE-MATRICULA-ALUNO.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   IF MAT-STUDENT-ID = WRK-STUDENT-ID
                       MOVE MAT-CODIGO TO WRK-CODIGO-BUSCA
                       MOVE MAT-SITUACAO TO WRK-SITUACAO-HIST
                       PERFORM REGISTRA-HISTORICO
                   ELSE
                       SET NAO-HA-MAIS-MATRICULAS TO TRUE
                   END-IF
           END-READ.

      * An active pair with no grade of record yet is in progress -
      * a retake in progress counts over the failure before it; one
      * on the roster for the planned term is INSCRITO, so it is not
      * proposed again and its credits take part of the load.
       LE-INSCRICAO-ALUNO.
           READ ARQ-INSCRICAO NEXT
               AT END
                   SET NAO-HA-MAIS-ROL TO TRUE
               NOT AT END
                   IF INS-STUDENT-ID = WRK-STUDENT-ID
                       IF INSCRICAO-ATIVA
                           PERFORM CONFERE-PAR-AVALIADO
                       END-IF
                   ELSE
                       SET NAO-HA-MAIS-ROL TO TRUE
                   END-IF
           END-READ.

       CONFERE-PAR-AVALIADO.
           MOVE 'N' TO WRK-PAR-AVALIADO
           MOVE INS-CHAVE TO MAT-CHAVE
           READ ARQ-MATRICULAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PAR-JA-AVALIADO TO TRUE
           END-READ
           IF NOT PAR-JA-AVALIADO AND HA-ARQUIVO
               MOVE INS-CHAVE TO ARV-CHAVE
               READ ARQ-ARQUIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PAR-JA-AVALIADO TO TRUE
               END-READ
           END-IF
           IF NOT PAR-JA-AVALIADO
               MOVE INS-CODIGO TO WRK-CODIGO-BUSCA
               IF INS-TERMO = WRK-TERMO
                   MOVE 'INSCRITO' TO WRK-SITUACAO-HIST
               ELSE
                   MOVE 'EM CURSO' TO WRK-SITUACAO-HIST
               END-IF
               PERFORM REGISTRA-HISTORICO
           END-IF.

       REGISTRA-HISTORICO.
           PERFORM PROCURA-HISTORICO
           IF WRK-HIST-IDX = 0
               IF WRK-QTD-HIST < 200
                   ADD 1 TO WRK-QTD-HIST
                   MOVE WRK-CODIGO-BUSCA TO HST-CODIGO(WRK-QTD-HIST)
                   MOVE WRK-SITUACAO-HIST TO HST-SITUACAO(WRK-QTD-HIST)
               END-IF
           ELSE
               IF HST-SITUACAO(WRK-HIST-IDX) NOT = 'APROVADO'
                   MOVE WRK-SITUACAO-HIST TO HST-SITUACAO(WRK-HIST-IDX)
               END-IF
           END-IF.

       PROCURA-HISTORICO.
           MOVE 0 TO WRK-HIST-IDX
           PERFORM LOCALIZA-HISTORICO
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-HIST.

       LOCALIZA-HISTORICO.
           IF HST-CODIGO(CONTADOR) = WRK-CODIGO-BUSCA
               MOVE CONTADOR TO WRK-HIST-IDX
           END-IF.

      * The credits already registered for the term start the load;
      * the curriculum is then taken in key order (group, then code)
      * so the earlier groups of the program fill the load first.
       MONTA-PLANO.
           MOVE 0 TO WRK-CARGA-ALUNO
           MOVE 0 TO WRK-SUGERIDAS-ALUNO
           PERFORM SOMA-CARGA-INSCRITA
               VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WRK-QTD-HIST
           MOVE 'N' TO WRK-FIM-CURRICULO
           MOVE LOW-VALUES TO CUR-CHAVE
           MOVE WRK-PROGRAMA TO CUR-PROGRAMA
           START ARQ-CURRICULO KEY IS NOT LESS THAN CUR-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-CURRICULO TO TRUE
           END-START
           PERFORM LE-CURRICULO UNTIL NAO-HA-MAIS-CURRICULO
           IF WRK-SUGERIDAS-ALUNO > 0
               ADD 1 TO WRK-QTD-PLANOS
           END-IF
           MOVE SPACES TO RELATORIO-REC
           STRING '  SUGERIDAS: ' DELIMITED SIZE
               WRK-SUGERIDAS-ALUNO DELIMITED SIZE
               '  CARGA DO TERMO: ' WRK-CARGA-ALUNO DELIMITED SIZE
               ' DE ' WRK-LIMITE-CREDITOS DELIMITED SIZE
               ' CREDITOS' DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       SOMA-CARGA-INSCRITA.
           IF HST-SITUACAO(CONTADOR) = 'INSCRITO'
               MOVE HST-CODIGO(CONTADOR) TO CAT-CODIGO
               READ CATALOGO-DISCIPLINAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CAT-CREDITOS TO WRK-CARGA-ALUNO
               END-READ
           END-IF.

       LE-CURRICULO.
           READ ARQ-CURRICULO NEXT
               AT END
                   SET NAO-HA-MAIS-CURRICULO TO TRUE
               NOT AT END
                   IF CUR-PROGRAMA = WRK-PROGRAMA
                       PERFORM AVALIA-EXIGENCIA
                   ELSE
                       SET NAO-HA-MAIS-CURRICULO TO TRUE
                   END-IF
           END-READ.

      * Only an outstanding discipline gets a line: one APROVADO, in
      * progress or already registered for the term is not needed.
       AVALIA-EXIGENCIA.
           MOVE CUR-CODIGO TO WRK-CODIGO-BUSCA
           PERFORM PROCURA-HISTORICO
           MOVE SPACES TO WRK-SITUACAO-HIST
           IF WRK-HIST-IDX NOT = 0
               MOVE HST-SITUACAO(WRK-HIST-IDX) TO WRK-SITUACAO-HIST
           END-IF
           IF WRK-SITUACAO-HIST NOT = 'APROVADO'
               AND WRK-SITUACAO-HIST NOT = 'EM CURSO'
               AND WRK-SITUACAO-HIST NOT = 'EM RECUPERACAO'
               AND WRK-SITUACAO-HIST NOT = 'INSCRITO'
               MOVE CUR-CODIGO TO CAT-CODIGO
               READ CATALOGO-DISCIPLINAS
                   INVALID KEY
                       MOVE SPACES TO CAT-NOME
                       MOVE 0 TO CAT-CREDITOS
                       MOVE 'FORA DO CATALOGO' TO WRK-OCORRENCIA
                   NOT INVALID KEY
                       PERFORM CLASSIFICA-PENDENTE
               END-READ
               PERFORM GRAVA-LINHA-PENDENTE
           END-IF.

       CLASSIFICA-PENDENTE.
           PERFORM CONFERE-PREREQUISITO
           PERFORM CONFERE-OFERTA
           EVALUATE TRUE
               WHEN DISCIPLINA-INATIVA
                   MOVE 'DISCIPLINA INATIVA' TO WRK-OCORRENCIA
               WHEN NOT PREREQUISITO-ATENDIDO
                   MOVE SPACES TO WRK-OCORRENCIA
                   STRING 'PREREQUISITO ' DELIMITED SIZE
                       CAT-PREREQ DELIMITED SIZE
                       ' NAO APROVADO' DELIMITED SIZE
                       INTO WRK-OCORRENCIA
                   END-STRING
               WHEN NOT DISCIPLINA-OFERECIDA
                   MOVE 'SEM OFERTA NO TERMO' TO WRK-OCORRENCIA
               WHEN WRK-CARGA-ALUNO + CAT-CREDITOS
                   > WRK-LIMITE-CREDITOS
                   MOVE 'ACIMA DO LIMITE DE CREDITOS' TO WRK-OCORRENCIA
               WHEN OTHER
                   PERFORM GRAVA-SUGESTAO
           END-EVALUATE.

      * The same test PROGR06 applies to a grade: the prerequisite
      * must be APROVADO on the history, unless the coordinator has
      * waived it for this student on DISPPREQ.
       CONFERE-PREREQUISITO.
           MOVE 'S' TO WRK-PREREQ-OK
           IF CAT-PREREQ NOT = SPACES
               MOVE CAT-PREREQ TO WRK-CODIGO-BUSCA
               PERFORM PROCURA-HISTORICO
               IF WRK-HIST-IDX = 0
                   MOVE 'N' TO WRK-PREREQ-OK
               ELSE
                   IF HST-SITUACAO(WRK-HIST-IDX) NOT = 'APROVADO'
                       MOVE 'N' TO WRK-PREREQ-OK
                   END-IF
               END-IF
               IF NOT PREREQUISITO-ATENDIDO AND HA-DISPENSAS
                   MOVE WRK-STUDENT-ID TO DPQ-STUDENT-ID
                   MOVE CAT-CODIGO TO DPQ-CODIGO
                   READ ARQ-DISPENSAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-PREREQ-OK
                   END-READ
               END-IF
           END-IF.

       CONFERE-OFERTA.
           MOVE 'N' TO WRK-TEM-OFERTA
           MOVE CAT-CODIGO TO OFR-CODIGO
           MOVE WRK-TERMO TO OFR-TERMO
           READ ARQ-OFERTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-OFERTA
           END-READ.

       GRAVA-SUGESTAO.
           MOVE WRK-TERMO TO SUG-TERMO
           MOVE WRK-STUDENT-ID TO SUG-STUDENT-ID
           MOVE CAT-CODIGO TO SUG-CODIGO
           MOVE MST-NOME TO SUG-NOME
           MOVE CAT-NOME TO SUG-MATERIA
           MOVE CAT-CREDITOS TO SUG-CREDITOS
           MOVE 'G' TO SUG-ORIGEM
           MOVE 'P' TO SUG-STATUS
           MOVE WRK-DATA-HOJE TO SUG-DATA-GERACAO
           MOVE SPACES TO SUG-OPERADOR
           MOVE SPACES TO SUG-OCORRENCIA
           WRITE SUGESTAO-REC
               INVALID KEY
                   MOVE 'JA CONSTA DO PLANO' TO WRK-OCORRENCIA
               NOT INVALID KEY
                   ADD CAT-CREDITOS TO WRK-CARGA-ALUNO
                   ADD 1 TO WRK-SUGERIDAS-ALUNO
                   ADD 1 TO WRK-QTD-SUGESTOES
                   MOVE 'SUGERIDA' TO WRK-OCORRENCIA
           END-WRITE.

       GRAVA-LINHA-PENDENTE.
           MOVE SPACES TO RELATORIO-REC
           STRING '  ' CUR-GRUPO DELIMITED SIZE
               ' ' CUR-CODIGO DELIMITED SIZE
               ' ' CAT-NOME DELIMITED SIZE
               ' ' CAT-CREDITOS DELIMITED SIZE
               ' CR  ' WRK-OCORRENCIA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ALUNOS ATIVOS: ' DELIMITED SIZE
               WRK-QTD-ALUNOS DELIMITED SIZE
               '  SEM PROGRAMA: ' WRK-QTD-SEM-PROGRAMA DELIMITED SIZE
               '  PLANOS MANTIDOS: ' WRK-QTD-JA-PLANEJADOS
               DELIMITED SIZE
               '  PLANOS GERADOS: ' WRK-QTD-PLANOS DELIMITED SIZE
               '  SUGESTOES: ' WRK-QTD-SUGESTOES DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       FECHA-ARQUIVOS.
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-CURRICULO
           CLOSE CATALOGO-DISCIPLINAS
           CLOSE ARQ-OFERTAS
           CLOSE ARQ-MATRICULAS
           CLOSE ARQ-SUGESTOES
           IF HA-ARQUIVO
               CLOSE ARQ-ARQUIVO
           END-IF
           IF HA-INSCRICAO
               CLOSE ARQ-INSCRICAO
           END-IF
           IF HA-DISPENSAS
               CLOSE ARQ-DISPENSAS
           END-IF.

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
           MOVE 'INICIADO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-ALUNOS TO LOG-QTD-LIDA
           MOVE WRK-QTD-SUGESTOES TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-SEM-PROGRAMA TO LOG-QTD-REJEITADA
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
       END PROGRAM SUGEGERA.
