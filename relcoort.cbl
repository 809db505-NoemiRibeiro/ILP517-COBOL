      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCOORT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Cohort retention report: each
      *             student's entry term is the first term they
      *             appear in on MATRARQV, MATRIMSTR or INSCRICAO,
      *             and for every later term the cohort is counted
      *             as still active (some pair not TRANCADO),
      *             graduated (on FORMADOS or graduated on ALUNOS
      *             and not seen since), withdrawn (every pair of
      *             the term TRANCADO) or gone (not seen at all).
      *             Optionally broken by the program of study on
      *             ALUNOS. Report goes to COORTREL; the students
      *             gone as of the latest term go to EVASAO, with
      *             address and e-mail, for the outreach team.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MATRICULAS ASSIGN TO "MATRIMSTR"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MAT-CHAVE
               ALTERNATE RECORD KEY IS MAT-CHAVE-CURSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT ARQ-ARQUIVO ASSIGN TO "MATRARQV"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ARV-CHAVE
               FILE STATUS IS WRK-STATUS-ARQUIVO.

           SELECT ARQ-INSCRICAO ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               RECORD KEY IS INS-CHAVE
               FILE STATUS IS WRK-STATUS-INSCRICAO.

           SELECT ARQ-FORMADOS ASSIGN TO "FORMADOS"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FRM-CHAVE
               FILE STATUS IS WRK-STATUS-FORMADOS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-RELATORIO ASSIGN TO "COORTREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-EVADIDOS ASSIGN TO "EVASAO"
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

       FD  ARQ-INSCRICAO.
           COPY INSCREC.

       FD  ARQ-FORMADOS.
           COPY FORMREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(100).

      * One record per student gone as of the latest term.
       FD  ARQ-EVADIDOS.
       01  EVADIDO-REC.
           03 EVS-STUDENT-ID       PIC X(10).
           03 EVS-NOME             PIC X(30).
           03 EVS-ENDERECO         PIC X(40).
           03 EVS-EMAIL            PIC X(40).
           03 EVS-PROGRAMA         PIC X(05).
           03 EVS-TERMO-INGRESSO   PIC 9(05).
           03 EVS-ULTIMO-TERMO     PIC 9(05).
           03 EVS-PRESENCA-ULTIMO  PIC X(01).
               88 EVS-SAIU-ATIVO       VALUE "A".
               88 EVS-SAIU-TRANCADO    VALUE "T".

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ARQUIVO    PIC X(02).
       77 WRK-STATUS-INSCRICAO  PIC X(02).
       77 WRK-STATUS-FORMADOS   PIC X(02).
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-QUEBRA-PROGRAMA   PIC X(01).
       77 WRK-PAR-STUDENT-ID    PIC X(10).
       77 WRK-PAR-TERMO         PIC 9(05).
       77 WRK-PAR-PRESENCA      PIC X(01).
       77 WRK-PROGRAMA          PIC X(05).
       77 WRK-TERMO-INGRESSO    PIC 9(05).
       77 WRK-ULTIMO-TERMO      PIC 9(05).
       77 WRK-PRESENCA-ULTIMO   PIC X(01).
       77 WRK-PRESENCA          PIC X(01).
       77 WRK-TERMO-PROCURADO   PIC 9(05).
       77 WRK-DESLOCAMENTO      PIC 9(02).
       77 WRK-PCT-ATIVOS        PIC 9(03)V9.
       77 WRK-PCT-EVADIDOS      PIC 9(03)V9.
       77 WRK-QTD-EVADIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTD-IGNORADOS     PIC 9(05) VALUE 0.

       01 WRK-ALUNOS-DISPONIVEL PIC X VALUE 'N'.
           88 ALUNOS-DISPONIVEL VALUE 'S'.

       01 WRK-FIM-MATRICULAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-MATRICULAS VALUE 'S'.

       01 WRK-FIM-ARQUIVO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ARQUIVO VALUE 'S'.

       01 WRK-FIM-INSCRICOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-INSCRICOES VALUE 'S'.

       01 WRK-FIM-FORMADOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-FORMADOS VALUE 'S'.

      * Every student seen, with the terms they appear in: A when
      * some pair of the term is not TRANCADO, T when all are.
       01 ALUNOS-COORTE.
           03 WRK-QTD-ALUNOS       PIC 9(05) VALUE 0.
           03 COA-ALUNO-TAB OCCURS 5000 TIMES.
               05 COA-STUDENT-ID       PIC X(10).
               05 COA-FORMADO          PIC X(01).
               05 COA-QTD-TERMOS       PIC 9(02).
               05 COA-TERMO-TAB OCCURS 40 TIMES.
                   07 COA-TERMO        PIC 9(05).
                   07 COA-PRESENCA     PIC X(01).

      * Every term seen, in ascending order.
       01 TERMOS-APURADOS.
           03 WRK-QTD-TERMOS       PIC 9(02) VALUE 0.
           03 TRM-TERMO OCCURS 40 TIMES PIC 9(05).

       01 COORTES-APURADAS.
           03 WRK-QTD-COORTES      PIC 9(03) VALUE 0.
           03 COORTE-TAB OCCURS 200 TIMES.
               05 CHT-PROGRAMA         PIC X(05).
               05 CHT-TERMO            PIC 9(05).
               05 CHT-INGRESSANTES     PIC 9(05).
               05 CHT-QTD-POSTERIORES  PIC 9(02).
               05 CHT-POSTERIOR-TAB OCCURS 40 TIMES.
                   07 CHT-ATIVOS       PIC 9(05).
                   07 CHT-FORMADOS     PIC 9(05).
                   07 CHT-TRANCADOS    PIC 9(05).
                   07 CHT-EVADIDOS     PIC 9(05).

       01 CONT-ALU         PIC 9(05) VALUE 0.
       01 CONT-TER         PIC 9(02) VALUE 0.
       01 CONT-TRM         PIC 9(02) VALUE 0.
       01 CONT-COO         PIC 9(03) VALUE 0.
       01 CONT-POS         PIC 9(02) VALUE 0.
       01 CONT-ORDENA      PIC 9(03) VALUE 0.
       01 WRK-ALU-IDX      PIC 9(05) VALUE 0.
       01 WRK-TER-IDX      PIC 9(02) VALUE 0.
       01 WRK-TRM-IDX      PIC 9(02) VALUE 0.
       01 WRK-COO-IDX      PIC 9(03) VALUE 0.
       01 WRK-TRM-INGRESSO-IDX PIC 9(02) VALUE 0.
       01 WRK-TROCOU       PIC X(01).
       01 WRK-ELEMENTO-TROCA PIC X(820).
       01 WRK-TERMO-TROCA  PIC 9(05).

       01 LINHA-COORTE.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LCO-TERMO            PIC 9(05).
           03 FILLER               PIC X(02) VALUE ' +'.
           03 LCO-DESLOCAMENTO     PIC Z9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LCO-ATIVOS           PIC ZZZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 LCO-FORMADOS         PIC ZZZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 LCO-TRANCADOS        PIC ZZZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 LCO-EVADIDOS         PIC ZZZZ9.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 LCO-PCT-ATIVOS       PIC ZZ9.9.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 LCO-PCT-EVADIDOS     PIC ZZ9.9.
           03 FILLER               PIC X(40) VALUE SPACES.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'COORTREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELCOORT'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'RELCOORT - RETENCAO E EVASAO POR COORTE'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'SEPARAR AS COORTES POR PROGRAMA DE ESTUDO? (S/N)'
           ACCEPT WRK-QUEBRA-PROGRAMA
           MOVE FUNCTION UPPER-CASE(WRK-QUEBRA-PROGRAMA)
               TO WRK-QUEBRA-PROGRAMA
           PERFORM APURA-ARQUIVO
           PERFORM APURA-MATRICULAS
           PERFORM APURA-INSCRICOES
           PERFORM APURA-FORMADOS
           PERFORM MONTA-TERMOS
               VARYING CONT-ALU FROM 1 BY 1
               UNTIL CONT-ALU > WRK-QTD-ALUNOS
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS = '00'
               SET ALUNOS-DISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-EVADIDOS
           PERFORM APURA-UM-ALUNO
               VARYING CONT-ALU FROM 1 BY 1
               UNTIL CONT-ALU > WRK-QTD-ALUNOS
           CLOSE ARQ-EVADIDOS
           IF ALUNOS-DISPONIVEL
               CLOSE ARQ-ALUNOS
           END-IF
           PERFORM ORDENA-COORTES
           PERFORM GRAVA-RELATORIO
           DISPLAY 'ALUNOS APURADOS.....: ' WRK-QTD-ALUNOS
           DISPLAY 'COORTES.............: ' WRK-QTD-COORTES
           DISPLAY 'EVADIDOS (EVASAO)...: ' WRK-QTD-EVADIDOS
           IF WRK-QTD-IGNORADOS > 0
               DISPLAY 'REGISTROS IGNORADOS.: ' WRK-QTD-IGNORADOS
           END-IF
           DISPLAY 'Relatorio gerado em COORTREL.'
           DISPLAY '---------------------------------------------------'
           GOBACK.

      * Terms closed out by TERMARCH live in MATRARQV; the live
      * master and the current term's INSCRICAO pairs follow.
       APURA-ARQUIVO.
           OPEN INPUT ARQ-ARQUIVO
           IF WRK-STATUS-ARQUIVO = '00'
               PERFORM LE-ARQUIVO UNTIL NAO-HA-MAIS-ARQUIVO
               CLOSE ARQ-ARQUIVO
           ELSE
               DISPLAY 'MATRARQV INDISPONIVEL (STATUS '
                   WRK-STATUS-ARQUIVO '). APURANDO SEM O ARQUIVO.'
           END-IF.

       LE-ARQUIVO.
           READ ARQ-ARQUIVO
               AT END
                   SET NAO-HA-MAIS-ARQUIVO TO TRUE
               NOT AT END
                   MOVE ARQUIVO-REC TO MATRICULA-REC
                   PERFORM REGISTRA-MATRICULA
           END-READ.

       APURA-MATRICULAS.
           OPEN INPUT ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS = '00'
               PERFORM LE-MATRICULA UNTIL NAO-HA-MAIS-MATRICULAS
               CLOSE ARQ-MATRICULAS
           ELSE
               DISPLAY 'MATRIMSTR INDISPONIVEL (STATUS '
                   WRK-STATUS-MATRICULAS '). APURANDO SEM O MESTRE.'
           END-IF.

       LE-MATRICULA.
           READ ARQ-MATRICULAS
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   PERFORM REGISTRA-MATRICULA
           END-READ.

       REGISTRA-MATRICULA.
           MOVE MAT-STUDENT-ID TO WRK-PAR-STUDENT-ID
           MOVE MAT-TERMO TO WRK-PAR-TERMO
           IF MAT-SITUACAO = 'TRANCADO'
               MOVE 'T' TO WRK-PAR-PRESENCA
           ELSE
               MOVE 'A' TO WRK-PAR-PRESENCA
           END-IF
           PERFORM REGISTRA-PRESENCA.

       APURA-INSCRICOES.
           OPEN INPUT ARQ-INSCRICAO
           IF WRK-STATUS-INSCRICAO = '00'
               PERFORM LE-INSCRICAO UNTIL NAO-HA-MAIS-INSCRICOES
               CLOSE ARQ-INSCRICAO
           END-IF.

       LE-INSCRICAO.
           READ ARQ-INSCRICAO
               AT END
                   SET NAO-HA-MAIS-INSCRICOES TO TRUE
               NOT AT END
                   MOVE INS-STUDENT-ID TO WRK-PAR-STUDENT-ID
                   MOVE INS-TERMO TO WRK-PAR-TERMO
                   IF INSCRICAO-TRANCADA
                       MOVE 'T' TO WRK-PAR-PRESENCA
                   ELSE
                       MOVE 'A' TO WRK-PAR-PRESENCA
                   END-IF
                   PERFORM REGISTRA-PRESENCA
           END-READ.

      * The three files are all read in student order, so the
      * search only runs when the student changes.
       REGISTRA-PRESENCA.
           IF WRK-ALU-IDX NOT = 0
               IF COA-STUDENT-ID(WRK-ALU-IDX) NOT = WRK-PAR-STUDENT-ID
                   PERFORM LOCALIZA-ALUNO
               END-IF
           ELSE
               PERFORM LOCALIZA-ALUNO
           END-IF
           IF WRK-ALU-IDX = 0
               ADD 1 TO WRK-QTD-IGNORADOS
           ELSE
               PERFORM LOCALIZA-TERMO-ALUNO
           END-IF.

       LOCALIZA-ALUNO.
           MOVE 0 TO WRK-ALU-IDX
           PERFORM PROCURA-ALUNO
               VARYING CONT-ALU FROM 1 BY 1
               UNTIL CONT-ALU > WRK-QTD-ALUNOS
               OR WRK-ALU-IDX NOT = 0
           IF WRK-ALU-IDX = 0
               IF WRK-QTD-ALUNOS < 5000
                   ADD 1 TO WRK-QTD-ALUNOS
                   MOVE WRK-QTD-ALUNOS TO WRK-ALU-IDX
                   MOVE WRK-PAR-STUDENT-ID
                       TO COA-STUDENT-ID(WRK-ALU-IDX)
                   MOVE 'N' TO COA-FORMADO(WRK-ALU-IDX)
                   MOVE 0 TO COA-QTD-TERMOS(WRK-ALU-IDX)
               ELSE
                   DISPLAY 'LIMITE DE 5000 ALUNOS EXCEDIDO. ALUNO '
                       'IGNORADO: ' WRK-PAR-STUDENT-ID
               END-IF
           END-IF.

       PROCURA-ALUNO.
           IF COA-STUDENT-ID(CONT-ALU) = WRK-PAR-STUDENT-ID
               MOVE CONT-ALU TO WRK-ALU-IDX
           END-IF.

      * One active pair is enough to make the term active.
       LOCALIZA-TERMO-ALUNO.
           MOVE 0 TO WRK-TER-IDX
           PERFORM PROCURA-TERMO-ALUNO
               VARYING CONT-TER FROM 1 BY 1
               UNTIL CONT-TER > COA-QTD-TERMOS(WRK-ALU-IDX)
               OR WRK-TER-IDX NOT = 0
           IF WRK-TER-IDX = 0
               IF COA-QTD-TERMOS(WRK-ALU-IDX) < 40
                   ADD 1 TO COA-QTD-TERMOS(WRK-ALU-IDX)
                   MOVE COA-QTD-TERMOS(WRK-ALU-IDX) TO WRK-TER-IDX
                   MOVE WRK-PAR-TERMO
                       TO COA-TERMO(WRK-ALU-IDX, WRK-TER-IDX)
                   MOVE WRK-PAR-PRESENCA
                       TO COA-PRESENCA(WRK-ALU-IDX, WRK-TER-IDX)
               ELSE
                   ADD 1 TO WRK-QTD-IGNORADOS
               END-IF
           ELSE
               IF WRK-PAR-PRESENCA = 'A'
                   MOVE 'A' TO COA-PRESENCA(WRK-ALU-IDX, WRK-TER-IDX)
               END-IF
           END-IF.

       PROCURA-TERMO-ALUNO.
           IF COA-TERMO(WRK-ALU-IDX, CONT-TER) = WRK-PAR-TERMO
               MOVE CONT-TER TO WRK-TER-IDX
           END-IF.

      * FORMADOS is missing until the first COLAGRAU run; ALUNOS
      * still flags the graduates then.
       APURA-FORMADOS.
           OPEN INPUT ARQ-FORMADOS
           IF WRK-STATUS-FORMADOS = '00'
               MOVE 0 TO WRK-ALU-IDX
               PERFORM LE-FORMADO UNTIL NAO-HA-MAIS-FORMADOS
               CLOSE ARQ-FORMADOS
           END-IF.

       LE-FORMADO.
           READ ARQ-FORMADOS
               AT END
                   SET NAO-HA-MAIS-FORMADOS TO TRUE
               NOT AT END
                   MOVE FRM-STUDENT-ID TO WRK-PAR-STUDENT-ID
                   MOVE 0 TO WRK-ALU-IDX
                   PERFORM PROCURA-ALUNO
                       VARYING CONT-ALU FROM 1 BY 1
                       UNTIL CONT-ALU > WRK-QTD-ALUNOS
                       OR WRK-ALU-IDX NOT = 0
                   IF WRK-ALU-IDX NOT = 0
                       MOVE 'S' TO COA-FORMADO(WRK-ALU-IDX)
                   END-IF
           END-READ.

      * Builds the ascending list of every term any student
      * appears in.
       MONTA-TERMOS.
           PERFORM INCLUI-TERMO
               VARYING CONT-TER FROM 1 BY 1
               UNTIL CONT-TER > COA-QTD-TERMOS(CONT-ALU).

       INCLUI-TERMO.
           MOVE COA-TERMO(CONT-ALU, CONT-TER) TO WRK-TERMO-PROCURADO
           PERFORM LOCALIZA-TERMO-GLOBAL
           IF WRK-TRM-IDX = 0
               IF WRK-QTD-TERMOS < 40
                   ADD 1 TO WRK-QTD-TERMOS
                   MOVE WRK-TERMO-PROCURADO
                       TO TRM-TERMO(WRK-QTD-TERMOS)
                   MOVE WRK-QTD-TERMOS TO CONT-TRM
                   PERFORM POSICIONA-TERMO
                       UNTIL CONT-TRM < 2
               ELSE
                   DISPLAY 'LIMITE DE 40 TERMOS EXCEDIDO. TERMO '
                       'IGNORADO: ' WRK-TERMO-PROCURADO
               END-IF
           END-IF.

      * Insertion into the ascending list: walks the new term down
      * while it is lower than its neighbour.
       POSICIONA-TERMO.
           IF TRM-TERMO(CONT-TRM) < TRM-TERMO(CONT-TRM - 1)
               MOVE TRM-TERMO(CONT-TRM) TO WRK-TERMO-TROCA
               MOVE TRM-TERMO(CONT-TRM - 1) TO TRM-TERMO(CONT-TRM)
               MOVE WRK-TERMO-TROCA TO TRM-TERMO(CONT-TRM - 1)
               SUBTRACT 1 FROM CONT-TRM
           ELSE
               MOVE 1 TO CONT-TRM
           END-IF.

       LOCALIZA-TERMO-GLOBAL.
           MOVE 0 TO WRK-TRM-IDX
           PERFORM PROCURA-TERMO-GLOBAL
               VARYING CONT-TRM FROM 1 BY 1
               UNTIL CONT-TRM > WRK-QTD-TERMOS
               OR WRK-TRM-IDX NOT = 0.

       PROCURA-TERMO-GLOBAL.
           IF TRM-TERMO(CONT-TRM) = WRK-TERMO-PROCURADO
               MOVE CONT-TRM TO WRK-TRM-IDX
           END-IF.

      * Places the student in the cohort of their entry term and
      * counts where they stand in each later term.
       APURA-UM-ALUNO.
           MOVE 99999 TO WRK-TERMO-INGRESSO
           MOVE 0 TO WRK-ULTIMO-TERMO
           PERFORM APURA-EXTREMOS
               VARYING CONT-TER FROM 1 BY 1
               UNTIL CONT-TER > COA-QTD-TERMOS(CONT-ALU)
           MOVE SPACES TO WRK-PROGRAMA
           MOVE SPACES TO MST-NOME, MST-ENDERECO, MST-EMAIL
           IF ALUNOS-DISPONIVEL
               MOVE COA-STUDENT-ID(CONT-ALU) TO MST-STUDENT-ID
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE SPACES TO MST-NOME, MST-ENDERECO,
                           MST-EMAIL
                   NOT INVALID KEY
                       MOVE MST-PROGRAMA TO WRK-PROGRAMA
                       IF ALUNO-FORMADO
                           MOVE 'S' TO COA-FORMADO(CONT-ALU)
                       END-IF
               END-READ
           END-IF
           MOVE WRK-TERMO-INGRESSO TO WRK-TERMO-PROCURADO
           PERFORM LOCALIZA-TERMO-GLOBAL
           MOVE WRK-TRM-IDX TO WRK-TRM-INGRESSO-IDX
           PERFORM LOCALIZA-COORTE
           IF WRK-COO-IDX NOT = 0 AND WRK-TRM-INGRESSO-IDX NOT = 0
               ADD 1 TO CHT-INGRESSANTES(WRK-COO-IDX)
               COMPUTE CONT-TRM = WRK-TRM-INGRESSO-IDX + 1
               PERFORM CLASSIFICA-TERMO-POSTERIOR
                   UNTIL CONT-TRM > WRK-QTD-TERMOS
           END-IF
           IF COA-FORMADO(CONT-ALU) NOT = 'S'
               AND WRK-QTD-TERMOS > 0
               AND WRK-ULTIMO-TERMO < TRM-TERMO(WRK-QTD-TERMOS)
               PERFORM GRAVA-EVADIDO
           END-IF.

       APURA-EXTREMOS.
           IF COA-TERMO(CONT-ALU, CONT-TER) < WRK-TERMO-INGRESSO
               MOVE COA-TERMO(CONT-ALU, CONT-TER) TO WRK-TERMO-INGRESSO
           END-IF
           IF COA-TERMO(CONT-ALU, CONT-TER) > WRK-ULTIMO-TERMO
               MOVE COA-TERMO(CONT-ALU, CONT-TER) TO WRK-ULTIMO-TERMO
               MOVE COA-PRESENCA(CONT-ALU, CONT-TER)
                   TO WRK-PRESENCA-ULTIMO
           END-IF.

       LOCALIZA-COORTE.
           IF WRK-QUEBRA-PROGRAMA NOT = 'S'
               MOVE SPACES TO WRK-PROGRAMA
           END-IF
           MOVE 0 TO WRK-COO-IDX
           PERFORM PROCURA-COORTE
               VARYING CONT-COO FROM 1 BY 1
               UNTIL CONT-COO > WRK-QTD-COORTES
               OR WRK-COO-IDX NOT = 0
           IF WRK-COO-IDX = 0
               IF WRK-QTD-COORTES < 200
                   ADD 1 TO WRK-QTD-COORTES
                   MOVE WRK-QTD-COORTES TO WRK-COO-IDX
                   INITIALIZE COORTE-TAB(WRK-COO-IDX)
                   MOVE WRK-PROGRAMA TO CHT-PROGRAMA(WRK-COO-IDX)
                   MOVE WRK-TERMO-INGRESSO TO CHT-TERMO(WRK-COO-IDX)
                   COMPUTE CHT-QTD-POSTERIORES(WRK-COO-IDX) =
                       WRK-QTD-TERMOS - WRK-TRM-INGRESSO-IDX
               ELSE
                   DISPLAY 'LIMITE DE 200 COORTES EXCEDIDO. ALUNO '
                       'IGNORADO: ' COA-STUDENT-ID(CONT-ALU)
               END-IF
           END-IF.

       PROCURA-COORTE.
           IF CHT-PROGRAMA(CONT-COO) = WRK-PROGRAMA
               AND CHT-TERMO(CONT-COO) = WRK-TERMO-INGRESSO
               MOVE CONT-COO TO WRK-COO-IDX
           END-IF.

      * Absent from a term after the last one they appear in, a
      * graduate counts as graduated; anyone else absent is gone.
       CLASSIFICA-TERMO-POSTERIOR.
           COMPUTE WRK-DESLOCAMENTO = CONT-TRM - WRK-TRM-INGRESSO-IDX
           MOVE TRM-TERMO(CONT-TRM) TO WRK-PAR-TERMO
           MOVE SPACE TO WRK-PRESENCA
           MOVE 0 TO WRK-TER-IDX
           PERFORM PROCURA-PRESENCA
               VARYING CONT-TER FROM 1 BY 1
               UNTIL CONT-TER > COA-QTD-TERMOS(CONT-ALU)
               OR WRK-TER-IDX NOT = 0
           EVALUATE TRUE
               WHEN WRK-PRESENCA = 'A'
                   ADD 1 TO CHT-ATIVOS(WRK-COO-IDX, WRK-DESLOCAMENTO)
               WHEN WRK-PRESENCA = 'T'
                   ADD 1
                       TO CHT-TRANCADOS(WRK-COO-IDX, WRK-DESLOCAMENTO)
               WHEN COA-FORMADO(CONT-ALU) = 'S'
                   AND WRK-PAR-TERMO > WRK-ULTIMO-TERMO
                   ADD 1
                       TO CHT-FORMADOS(WRK-COO-IDX, WRK-DESLOCAMENTO)
               WHEN OTHER
                   ADD 1
                       TO CHT-EVADIDOS(WRK-COO-IDX, WRK-DESLOCAMENTO)
           END-EVALUATE
           ADD 1 TO CONT-TRM.

       PROCURA-PRESENCA.
           IF COA-TERMO(CONT-ALU, CONT-TER) = WRK-PAR-TERMO
               MOVE CONT-TER TO WRK-TER-IDX
               MOVE COA-PRESENCA(CONT-ALU, CONT-TER) TO WRK-PRESENCA
           END-IF.

      * Gone as of the latest term: not graduated and not seen in
      * it, whatever happened in between.
       GRAVA-EVADIDO.
           MOVE COA-STUDENT-ID(CONT-ALU) TO EVS-STUDENT-ID
           MOVE MST-NOME TO EVS-NOME
           MOVE MST-ENDERECO TO EVS-ENDERECO
           MOVE MST-EMAIL TO EVS-EMAIL
           MOVE WRK-PROGRAMA TO EVS-PROGRAMA
           MOVE WRK-TERMO-INGRESSO TO EVS-TERMO-INGRESSO
           MOVE WRK-ULTIMO-TERMO TO EVS-ULTIMO-TERMO
           MOVE WRK-PRESENCA-ULTIMO TO EVS-PRESENCA-ULTIMO
           WRITE EVADIDO-REC
           ADD 1 TO WRK-QTD-EVADIDOS.

      * Program, then entry term: simple exchange sort; the table
      * never exceeds 200 cohorts.
       ORDENA-COORTES.
           MOVE 'S' TO WRK-TROCOU
           PERFORM ORDENA-PASSAGEM UNTIL WRK-TROCOU = 'N'.

       ORDENA-PASSAGEM.
           MOVE 'N' TO WRK-TROCOU
           PERFORM COMPARA-COORTES
               VARYING CONT-ORDENA FROM 1 BY 1
               UNTIL CONT-ORDENA >= WRK-QTD-COORTES.

       COMPARA-COORTES.
           IF CHT-PROGRAMA(CONT-ORDENA) > CHT-PROGRAMA(CONT-ORDENA + 1)
               OR (CHT-PROGRAMA(CONT-ORDENA) =
               CHT-PROGRAMA(CONT-ORDENA + 1)
               AND CHT-TERMO(CONT-ORDENA) > CHT-TERMO(CONT-ORDENA + 1))
               MOVE COORTE-TAB(CONT-ORDENA) TO WRK-ELEMENTO-TROCA
               MOVE COORTE-TAB(CONT-ORDENA + 1)
                   TO COORTE-TAB(CONT-ORDENA)
               MOVE WRK-ELEMENTO-TROCA TO COORTE-TAB(CONT-ORDENA + 1)
               MOVE 'S' TO WRK-TROCOU
           END-IF.

       GRAVA-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO RELATORIO-REC
           STRING 'RETENCAO E EVASAO POR COORTE DE INGRESSO - '
               DELIMITED SIZE
               WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE 'ATIVOS: ALGUMA MATERIA NAO TRANCADA NO TERMO.'
               TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE 'TRANCADOS: TODAS AS MATERIAS DO TERMO TRANCADAS.'
               TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE 'EVADIDOS: AUSENTES DO TERMO E NAO FORMADOS.'
               TO RELATORIO-REC
           WRITE RELATORIO-REC
           PERFORM GRAVA-COORTE
               VARYING CONT-COO FROM 1 BY 1
               UNTIL CONT-COO > WRK-QTD-COORTES
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ALUNOS: ' WRK-QTD-ALUNOS DELIMITED SIZE
               '   COORTES: ' WRK-QTD-COORTES DELIMITED SIZE
               '   EVADIDOS NO ULTIMO TERMO: ' DELIMITED SIZE
               WRK-QTD-EVADIDOS DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO.

       GRAVA-COORTE.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           IF WRK-QUEBRA-PROGRAMA = 'S'
               IF CHT-PROGRAMA(CONT-COO) = SPACES
                   STRING 'PROGRAMA NAO DECLARADO  ' DELIMITED SIZE
                       'COORTE ' CHT-TERMO(CONT-COO) DELIMITED SIZE
                       '  INGRESSANTES: ' DELIMITED SIZE
                       CHT-INGRESSANTES(CONT-COO) DELIMITED SIZE
                       INTO RELATORIO-REC
                   END-STRING
               ELSE
                   STRING 'PROGRAMA ' CHT-PROGRAMA(CONT-COO)
                       DELIMITED SIZE
                       '  COORTE ' CHT-TERMO(CONT-COO) DELIMITED SIZE
                       '  INGRESSANTES: ' DELIMITED SIZE
                       CHT-INGRESSANTES(CONT-COO) DELIMITED SIZE
                       INTO RELATORIO-REC
                   END-STRING
               END-IF
           ELSE
               STRING 'COORTE ' CHT-TERMO(CONT-COO) DELIMITED SIZE
                   '  INGRESSANTES: ' DELIMITED SIZE
                   CHT-INGRESSANTES(CONT-COO) DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           END-IF
           WRITE RELATORIO-REC
           IF CHT-QTD-POSTERIORES(CONT-COO) = 0
               MOVE '  NENHUM TERMO POSTERIOR APURADO.'
                   TO RELATORIO-REC
               WRITE RELATORIO-REC
           ELSE
               MOVE SPACES TO RELATORIO-REC
               MOVE 'TERMO' TO RELATORIO-REC(3:5)
               MOVE 'ATIVOS' TO RELATORIO-REC(14:6)
               MOVE 'FORMAD' TO RELATORIO-REC(22:6)
               MOVE 'TRANCA' TO RELATORIO-REC(30:6)
               MOVE 'EVADID' TO RELATORIO-REC(38:6)
               MOVE '% ATIVOS' TO RELATORIO-REC(45:8)
               MOVE '% EVAD' TO RELATORIO-REC(55:6)
               WRITE RELATORIO-REC
               PERFORM GRAVA-TERMO-POSTERIOR
                   VARYING CONT-POS FROM 1 BY 1
                   UNTIL CONT-POS > CHT-QTD-POSTERIORES(CONT-COO)
           END-IF.

       GRAVA-TERMO-POSTERIOR.
           MOVE CHT-TERMO(CONT-COO) TO WRK-TERMO-PROCURADO
           PERFORM LOCALIZA-TERMO-GLOBAL
           COMPUTE CONT-TRM = WRK-TRM-IDX + CONT-POS
           MOVE TRM-TERMO(CONT-TRM) TO LCO-TERMO
           MOVE CONT-POS TO LCO-DESLOCAMENTO
           MOVE CHT-ATIVOS(CONT-COO, CONT-POS) TO LCO-ATIVOS
           MOVE CHT-FORMADOS(CONT-COO, CONT-POS) TO LCO-FORMADOS
           MOVE CHT-TRANCADOS(CONT-COO, CONT-POS) TO LCO-TRANCADOS
           MOVE CHT-EVADIDOS(CONT-COO, CONT-POS) TO LCO-EVADIDOS
           COMPUTE WRK-PCT-ATIVOS ROUNDED =
               CHT-ATIVOS(CONT-COO, CONT-POS) * 100
               / CHT-INGRESSANTES(CONT-COO)
           COMPUTE WRK-PCT-EVADIDOS ROUNDED =
               CHT-EVADIDOS(CONT-COO, CONT-POS) * 100
               / CHT-INGRESSANTES(CONT-COO)
           MOVE WRK-PCT-ATIVOS TO LCO-PCT-ATIVOS
           MOVE WRK-PCT-EVADIDOS TO LCO-PCT-EVADIDOS
           MOVE LINHA-COORTE TO RELATORIO-REC
           WRITE RELATORIO-REC.
       END PROGRAM RELCOORT.
