      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSEXTR.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Higher-education census extract for
      *             a reference term, until now built by hand from
      *             ALUNOS and MATRIMSTR printouts. Every student
      *             with a pair in the term (INSCRICAO or MATRIMSTR,
      *             TRANCMAT withdrawals included) or conferred in
      *             it (FORMADOS) gets one link per program of study
      *             from DECLPROG, with the situation in the term:
      *             2 enrolled, 3 withdrawn (every pair TRANCADO),
      *             5 transferred (left the program for another one
      *             at the start of the term), 6 graduated. The
      *             form of entry is T for a student with TRANSFIN
      *             transfer credits on MATRARQV, R otherwise. The
      *             CENSOEXT extract carries the fixed-position
      *             record types 10 institution, 20 program, 30
      *             student-by-program link (with the ALUNPESS birth
      *             date, CPF and sex), 40 enrollment situation and
      *             99 trailer. The CENSOREL control report lists
      *             the counts per program and situation, proves
      *             them against the records written, and lists
      *             every student held back (no personal data, no
      *             program); while any is pending the extract is
      *             not written and the run ends RC 8.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CALENDARIO ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.

           SELECT ARQ-INSCRICAO ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               RECORD KEY IS INS-CHAVE
               FILE STATUS IS WRK-STATUS-INSCRICAO.

           SELECT ARQ-MATRICULAS ASSIGN TO "MATRIMSTR"
               ORGANIZATION IS INDEXED
               RECORD KEY IS MAT-CHAVE
               ALTERNATE RECORD KEY IS MAT-CHAVE-CURSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT ARQ-FORMADOS ASSIGN TO "FORMADOS"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FRM-CHAVE
               FILE STATUS IS WRK-STATUS-FORMADOS.

           SELECT ARQ-ARQUIVO ASSIGN TO "MATRARQV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARV-CHAVE
               FILE STATUS IS WRK-STATUS-ARQUIVO.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-PESSOAIS ASSIGN TO "ALUNPESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-STUDENT-ID
               FILE STATUS IS WRK-STATUS-PESSOAIS.

           SELECT ARQ-DECLARACOES ASSIGN TO "DECLPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCL-CHAVE
               FILE STATUS IS WRK-STATUS-DECLARACOES.

           SELECT ARQ-RELATORIO ASSIGN TO "CENSOREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-EXTRATO ASSIGN TO "CENSOEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXTRATO.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-INSCRICAO.
           COPY INSCREC.

       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-FORMADOS.
           COPY FORMREC.

       FD  ARQ-ARQUIVO.
           COPY MATRIC01
               REPLACING ==MATRICULA-REC== BY ==ARQUIVO-REC==
                         LEADING ==MAT== BY ==ARV==.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-PESSOAIS.
           COPY PESSREC.

       FD  ARQ-DECLARACOES.
           COPY DECLREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(132).

       FD  ARQ-EXTRATO.
       01  CENSO-REC               PIC X(150).
       01  CENSO-INSTITUICAO REDEFINES CENSO-REC.
           03 CNS-I-TIPO           PIC X(02).
           03 CNS-I-CODIGO-IES     PIC 9(08).
           03 CNS-I-NOME-IES       PIC X(60).
           03 CNS-I-TERMO          PIC 9(05).
           03 CNS-I-DATA-GERACAO   PIC 9(08).
           03 FILLER               PIC X(67).
       01  CENSO-CURSO REDEFINES CENSO-REC.
           03 CNS-C-TIPO           PIC X(02).
           03 CNS-C-CODIGO-IES     PIC 9(08).
           03 CNS-C-PROGRAMA       PIC X(05).
           03 CNS-C-QTD-VINCULOS   PIC 9(06).
           03 CNS-C-QTD-CURSANDO   PIC 9(06).
           03 CNS-C-QTD-TRANCADO   PIC 9(06).
           03 CNS-C-QTD-TRANSFERIDO PIC 9(06).
           03 CNS-C-QTD-FORMADO    PIC 9(06).
           03 FILLER               PIC X(105).
       01  CENSO-VINCULO REDEFINES CENSO-REC.
           03 CNS-V-TIPO           PIC X(02).
           03 CNS-V-CODIGO-IES     PIC 9(08).
           03 CNS-V-STUDENT-ID     PIC X(10).
           03 CNS-V-NOME           PIC X(30).
           03 CNS-V-CPF            PIC 9(11).
           03 CNS-V-DATA-NASCIMENTO PIC 9(08).
           03 CNS-V-SEXO           PIC X(01).
           03 CNS-V-PROGRAMA       PIC X(05).
           03 CNS-V-TERMO-INGRESSO PIC 9(05).
           03 CNS-V-FORMA-INGRESSO PIC X(01).
           03 FILLER               PIC X(69).
       01  CENSO-SITUACAO REDEFINES CENSO-REC.
           03 CNS-S-TIPO           PIC X(02).
           03 CNS-S-CODIGO-IES     PIC 9(08).
           03 CNS-S-STUDENT-ID     PIC X(10).
           03 CNS-S-PROGRAMA       PIC X(05).
           03 CNS-S-TERMO          PIC 9(05).
           03 CNS-S-SITUACAO       PIC X(01).
           03 FILLER               PIC X(119).
       01  CENSO-TRAILER REDEFINES CENSO-REC.
           03 CNS-T-TIPO           PIC X(02).
           03 CNS-T-CODIGO-IES     PIC 9(08).
           03 CNS-T-QTD-CURSOS     PIC 9(06).
           03 CNS-T-QTD-VINCULOS   PIC 9(07).
           03 CNS-T-QTD-SITUACOES  PIC 9(07).
           03 CNS-T-QTD-REGISTROS  PIC 9(08).
           03 FILLER               PIC X(112).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TERMCAL     PIC X(02).
       77 WRK-STATUS-INSCRICAO   PIC X(02).
       77 WRK-STATUS-MATRICULAS  PIC X(02).
       77 WRK-STATUS-FORMADOS    PIC X(02).
       77 WRK-STATUS-ARQUIVO     PIC X(02).
       77 WRK-STATUS-ALUNOS      PIC X(02).
       77 WRK-STATUS-PESSOAIS    PIC X(02).
       77 WRK-STATUS-DECLARACOES PIC X(02).
       77 WRK-STATUS-EXTRATO     PIC X(02).
       77 WRK-DATA-HOJE          PIC 9(08).
       77 WRK-TERMO-REFERENCIA   PIC 9(05).
       77 WRK-CODIGO-IES         PIC 9(08).
       77 WRK-NOME-IES           PIC X(60).
       77 WRK-DATA-INICIO-TERMO  PIC 9(08).
       77 WRK-DATA-FIM-TERMO     PIC 9(08).
       77 WRK-PAR-STUDENT-ID     PIC X(10).
       77 WRK-PAR-PRESENCA       PIC X(01).
       77 WRK-VIN-PROGRAMA       PIC X(05).
       77 WRK-VIN-SITUACAO       PIC X(01).
       77 WRK-VIN-TERMO-INGRESSO PIC 9(05).
       77 WRK-FORMA-INGRESSO     PIC X(01).
       77 WRK-VINCULOS-ANTES     PIC 9(05).
       77 WRK-MOTIVO-PENDENCIA   PIC X(40).
       77 WRK-QTD-PENDENCIAS     PIC 9(05) VALUE 0.
       77 WRK-QTD-LIDOS          PIC 9(06) VALUE 0.
       77 WRK-QTD-TIPO-30        PIC 9(07) VALUE 0.
       77 WRK-QTD-TIPO-40        PIC 9(07) VALUE 0.
       77 WRK-QTD-REGISTROS      PIC 9(08) VALUE 0.
       77 WRK-SOMA-SITUACOES     PIC 9(07) VALUE 0.
       77 WRK-TOT-CURSANDO       PIC 9(06) VALUE 0.
       77 WRK-TOT-TRANCADO       PIC 9(06) VALUE 0.
       77 WRK-TOT-TRANSFERIDO    PIC 9(06) VALUE 0.
       77 WRK-TOT-FORMADO        PIC 9(06) VALUE 0.

       01 WRK-PESSOAIS-DISPONIVEL PIC X VALUE 'N'.
           88 PESSOAIS-DISPONIVEL VALUE 'S'.

       01 WRK-DECLARACOES-DISPONIVEL PIC X VALUE 'N'.
           88 DECLARACOES-DISPONIVEL VALUE 'S'.

       01 WRK-ARQUIVO-DISPONIVEL PIC X VALUE 'N'.
           88 ARQUIVO-DISPONIVEL VALUE 'S'.

       01 WRK-TABELA-CHEIA PIC X VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.

       01 WRK-ACHOU-DECLARACAO PIC X VALUE 'N'.
           88 ACHOU-DECLARACAO VALUE 'S'.

       01 WRK-CONFERENCIA PIC X VALUE 'S'.
           88 CONFERENCIA-OK VALUE 'S'.

       01 WRK-FIM-INSCRICOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-INSCRICOES VALUE 'S'.

       01 WRK-FIM-MATRICULAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-MATRICULAS VALUE 'S'.

       01 WRK-FIM-FORMADOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-FORMADOS VALUE 'S'.

       01 WRK-FIM-ARQUIVO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ARQUIVO VALUE 'S'.

       01 WRK-FIM-DECLARACOES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-DECLARACOES VALUE 'S'.

      * Every student in the census: A some pair of the term is not
      * TRANCADO, T at least one pair TRANCADO, and the program of
      * a conferral dated inside the term.
       01 ALUNOS-CENSO.
           03 WRK-QTD-ALUNOS       PIC 9(05) VALUE 0.
           03 CEN-ALUNO-TAB OCCURS 5000 TIMES.
               05 CEN-STUDENT-ID       PIC X(10).
               05 CEN-ATIVO            PIC X(01).
               05 CEN-TRANCADO         PIC X(01).
               05 CEN-PROGRAMA-FORMADO PIC X(05).

       01 VINCULOS-CENSO.
           03 WRK-QTD-VINCULOS     PIC 9(05) VALUE 0.
           03 VIN-TAB OCCURS 6000 TIMES.
               05 VIN-STUDENT-ID       PIC X(10).
               05 VIN-PROGRAMA         PIC X(05).
               05 VIN-TERMO-INGRESSO   PIC 9(05).
               05 VIN-FORMA-INGRESSO   PIC X(01).
               05 VIN-SITUACAO         PIC X(01).
                   88 VIN-CURSANDO         VALUE "2".
                   88 VIN-TRANCADO         VALUE "3".
                   88 VIN-TRANSFERIDO      VALUE "5".
                   88 VIN-FORMADO          VALUE "6".

       01 PROGRAMAS-CENSO.
           03 WRK-QTD-PROGRAMAS    PIC 9(03) VALUE 0.
           03 PRG-TAB OCCURS 100 TIMES.
               05 PRG-PROGRAMA         PIC X(05).
               05 PRG-QTD-CURSANDO     PIC 9(06).
               05 PRG-QTD-TRANCADO     PIC 9(06).
               05 PRG-QTD-TRANSFERIDO  PIC 9(06).
               05 PRG-QTD-FORMADO      PIC 9(06).
               05 PRG-QTD-VINCULOS     PIC 9(06).

       01 CONT-ALU         PIC 9(05) VALUE 0.
       01 CONT-VIN         PIC 9(05) VALUE 0.
       01 CONT-PRG         PIC 9(03) VALUE 0.
       01 CONT-ORDENA      PIC 9(03) VALUE 0.
       01 WRK-ALU-IDX      PIC 9(05) VALUE 0.
       01 WRK-VIN-IDX      PIC 9(05) VALUE 0.
       01 WRK-PRG-IDX      PIC 9(03) VALUE 0.
       01 WRK-TROCOU       PIC X(01).
       01 WRK-ELEMENTO-TROCA PIC X(35).

       01 LINHA-PROGRAMA.
           03 LPR-PROGRAMA         PIC X(05).
           03 FILLER               PIC X(03) VALUE SPACES.
           03 LPR-CURSANDO         PIC ZZZZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 LPR-TRANCADO         PIC ZZZZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 LPR-TRANSFERIDO      PIC ZZZZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 LPR-FORMADO          PIC ZZZZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 LPR-VINCULOS         PIC ZZZZZ9.
           03 FILLER               PIC X(82) VALUE SPACES.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'CENSEXTR'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'CENSOREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'CENSEXTR'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'CENSEXTR - EXTRATO DO CENSO DA EDUCACAO SUPERIOR'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           DISPLAY 'INFORME O TERMO DE REFERENCIA (AAAAS)'
           ACCEPT WRK-TERMO-REFERENCIA
           DISPLAY 'INFORME O CODIGO DA INSTITUICAO NO CENSO (8 '
               'DIGITOS)'
           ACCEPT WRK-CODIGO-IES
           DISPLAY 'INFORME O NOME DA INSTITUICAO'
           MOVE SPACES TO WRK-NOME-IES
           ACCEPT WRK-NOME-IES
           IF WRK-CODIGO-IES = 0 OR WRK-NOME-IES = SPACES
               DISPLAY 'CODIGO E NOME DA INSTITUICAO SAO OBRIGATORIOS.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM BUSCA-TERMO-REFERENCIA
           DISPLAY 'TERMO: ' WRK-TERMO-REFERENCIA ' - DE '
               WRK-DATA-INICIO-TERMO ' A ' WRK-DATA-FIM-TERMO
           PERFORM APURA-INSCRICOES
           PERFORM APURA-MATRICULAS
           PERFORM APURA-FORMADOS
           IF TABELA-ESTOURADA
               DISPLAY 'LIMITE DE 5000 ALUNOS NO TERMO EXCEDIDO. '
                   'EXTRATO NAO GERADO.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM ABRE-CADASTROS
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-CABECALHO-CONTROLE
           PERFORM MONTA-VINCULOS-ALUNO
               VARYING CONT-ALU FROM 1 BY 1
               UNTIL CONT-ALU > WRK-QTD-ALUNOS
           PERFORM FECHA-CADASTROS
           IF TABELA-ESTOURADA
               MOVE 'LIMITE DE 6000 VINCULOS EXCEDIDO. EXTRATO NAO '
                   TO RELATORIO-REC
               MOVE 'GERADO.' TO RELATORIO-REC(48:7)
               WRITE RELATORIO-REC
               CLOSE ARQ-RELATORIO
               MOVE WRK-TERMO-REFERENCIA TO REG-TERMO
               CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
                   REG-TERMO
               DISPLAY 'LIMITE DE VINCULOS EXCEDIDO. EXTRATO NAO '
                   'GERADO.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM TOTALIZA-PROGRAMAS
               VARYING CONT-VIN FROM 1 BY 1
               UNTIL CONT-VIN > WRK-QTD-VINCULOS
           PERFORM ORDENA-PROGRAMAS
           IF WRK-QTD-PENDENCIAS = 0 AND NOT TABELA-ESTOURADA
               PERFORM GRAVA-EXTRATO
           END-IF
           PERFORM GRAVA-CONTROLE
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO-REFERENCIA TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           MOVE WRK-QTD-LIDOS TO LOG-QTD-LIDA
           MOVE WRK-QTD-PENDENCIAS TO LOG-QTD-REJEITADA
           DISPLAY 'ALUNOS NO TERMO.........: ' WRK-QTD-ALUNOS
           DISPLAY 'VINCULOS................: ' WRK-QTD-VINCULOS
           DISPLAY 'PROGRAMAS...............: ' WRK-QTD-PROGRAMAS
           DISPLAY 'ALUNOS COM PENDENCIA....: ' WRK-QTD-PENDENCIAS
           IF WRK-QTD-PENDENCIAS > 0 OR NOT CONFERENCIA-OK
               DISPLAY 'EXTRATO NAO GERADO. VEJA O RELATORIO DE '
                   'CONTROLE EM CENSOREL.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'Extrato gerado em CENSOEXT, controle em CENSOREL.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

      * The term's dates place the conferrals inside it.
       BUSCA-TERMO-REFERENCIA.
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DE TERMOS '
                   '(TERMCAL). STATUS: ' WRK-STATUS-TERMCAL
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           MOVE WRK-TERMO-REFERENCIA TO CAL-TERMO
           READ ARQ-CALENDARIO
               INVALID KEY
                   DISPLAY 'TERMO NAO CADASTRADO NO TERMCAL: '
                       WRK-TERMO-REFERENCIA
                   CLOSE ARQ-CALENDARIO
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
           END-READ
           MOVE CAL-DATA-INICIO TO WRK-DATA-INICIO-TERMO
           MOVE CAL-DATA-FIM TO WRK-DATA-FIM-TERMO
           CLOSE ARQ-CALENDARIO.

      * INSCRICAO holds the term's registrations, TRANCMAT
      * withdrawals included; MATRIMSTR the pairs already graded.
       APURA-INSCRICOES.
           OPEN INPUT ARQ-INSCRICAO
           IF WRK-STATUS-INSCRICAO = '00'
               PERFORM LE-INSCRICAO UNTIL NAO-HA-MAIS-INSCRICOES
               CLOSE ARQ-INSCRICAO
           ELSE
               DISPLAY 'INSCRICOES (INSCRICAO) INDISPONIVEIS. STATUS: '
                   WRK-STATUS-INSCRICAO
           END-IF.

       LE-INSCRICAO.
           READ ARQ-INSCRICAO
               AT END
                   SET NAO-HA-MAIS-INSCRICOES TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF INS-TERMO = WRK-TERMO-REFERENCIA
                       MOVE INS-STUDENT-ID TO WRK-PAR-STUDENT-ID
                       IF INSCRICAO-TRANCADA
                           MOVE 'T' TO WRK-PAR-PRESENCA
                       ELSE
                           MOVE 'A' TO WRK-PAR-PRESENCA
                       END-IF
                       PERFORM REGISTRA-PRESENCA
                   END-IF
           END-READ.

       APURA-MATRICULAS.
           OPEN INPUT ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS = '00'
               PERFORM LE-MATRICULA UNTIL NAO-HA-MAIS-MATRICULAS
               CLOSE ARQ-MATRICULAS
           ELSE
               DISPLAY 'MESTRE DE MATRICULAS (MATRIMSTR) INDISPONIVEL.'
                   ' STATUS: ' WRK-STATUS-MATRICULAS
           END-IF.

       LE-MATRICULA.
           READ ARQ-MATRICULAS
               AT END
                   SET NAO-HA-MAIS-MATRICULAS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF MAT-TERMO = WRK-TERMO-REFERENCIA
                       MOVE MAT-STUDENT-ID TO WRK-PAR-STUDENT-ID
                       IF MAT-SITUACAO = 'TRANCADO'
                           MOVE 'T' TO WRK-PAR-PRESENCA
                       ELSE
                           MOVE 'A' TO WRK-PAR-PRESENCA
                       END-IF
                       PERFORM REGISTRA-PRESENCA
                   END-IF
           END-READ.

       APURA-FORMADOS.
           OPEN INPUT ARQ-FORMADOS
           IF WRK-STATUS-FORMADOS = '00'
               PERFORM LE-FORMADO UNTIL NAO-HA-MAIS-FORMADOS
               CLOSE ARQ-FORMADOS
           END-IF.

       LE-FORMADO.
           READ ARQ-FORMADOS
               AT END
                   SET NAO-HA-MAIS-FORMADOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF FRM-DATA-COLACAO >= WRK-DATA-INICIO-TERMO
                       AND FRM-DATA-COLACAO <= WRK-DATA-FIM-TERMO
                       MOVE FRM-STUDENT-ID TO WRK-PAR-STUDENT-ID
                       MOVE SPACE TO WRK-PAR-PRESENCA
                       PERFORM LOCALIZA-ALUNO
                       IF WRK-ALU-IDX NOT = 0
                           MOVE FRM-PROGRAMA
                               TO CEN-PROGRAMA-FORMADO(WRK-ALU-IDX)
                       END-IF
                   END-IF
           END-READ.

       REGISTRA-PRESENCA.
           PERFORM LOCALIZA-ALUNO
           IF WRK-ALU-IDX NOT = 0
               IF WRK-PAR-PRESENCA = 'A'
                   MOVE 'S' TO CEN-ATIVO(WRK-ALU-IDX)
               ELSE
                   MOVE 'S' TO CEN-TRANCADO(WRK-ALU-IDX)
               END-IF
           END-IF.

      * Both files are read in student order, so the last student
      * found is checked before the table is searched.
       LOCALIZA-ALUNO.
           IF WRK-ALU-IDX NOT = 0
               IF CEN-STUDENT-ID(WRK-ALU-IDX) NOT = WRK-PAR-STUDENT-ID
                   MOVE 0 TO WRK-ALU-IDX
               END-IF
           END-IF
           IF WRK-ALU-IDX = 0
               PERFORM PROCURA-ALUNO
                   VARYING CONT-ALU FROM 1 BY 1
                   UNTIL CONT-ALU > WRK-QTD-ALUNOS
                   OR WRK-ALU-IDX NOT = 0
           END-IF
           IF WRK-ALU-IDX = 0
               IF WRK-QTD-ALUNOS < 5000
                   ADD 1 TO WRK-QTD-ALUNOS
                   MOVE WRK-QTD-ALUNOS TO WRK-ALU-IDX
                   MOVE WRK-PAR-STUDENT-ID
                       TO CEN-STUDENT-ID(WRK-ALU-IDX)
                   MOVE 'N' TO CEN-ATIVO(WRK-ALU-IDX)
                   MOVE 'N' TO CEN-TRANCADO(WRK-ALU-IDX)
                   MOVE SPACES TO CEN-PROGRAMA-FORMADO(WRK-ALU-IDX)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF
           END-IF.

       PROCURA-ALUNO.
           IF CEN-STUDENT-ID(CONT-ALU) = WRK-PAR-STUDENT-ID
               MOVE CONT-ALU TO WRK-ALU-IDX
           END-IF.

      * ALUNOS is required; the personal data, the declarations and
      * the archive are read when present, and a student the census
      * cannot describe without them is held back as pending.
       ABRE-CADASTROS.
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-PESSOAIS
           IF WRK-STATUS-PESSOAIS = '00'
               SET PESSOAIS-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-DECLARACOES
           IF WRK-STATUS-DECLARACOES = '00'
               SET DECLARACOES-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-ARQUIVO
           IF WRK-STATUS-ARQUIVO = '00'
               SET ARQUIVO-DISPONIVEL TO TRUE
           END-IF.

       FECHA-CADASTROS.
           CLOSE ARQ-ALUNOS
           IF PESSOAIS-DISPONIVEL
               CLOSE ARQ-PESSOAIS
           END-IF
           IF DECLARACOES-DISPONIVEL
               CLOSE ARQ-DECLARACOES
           END-IF
           IF ARQUIVO-DISPONIVEL
               CLOSE ARQ-ARQUIVO
           END-IF.

       GRAVA-CABECALHO-CONTROLE.
           MOVE SPACES TO RELATORIO-REC
           STRING 'CENSO DA EDUCACAO SUPERIOR - CONTROLE DO EXTRATO - '
               DELIMITED SIZE
               WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'INSTITUICAO ' WRK-CODIGO-IES DELIMITED SIZE
               ' ' WRK-NOME-IES DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'TERMO DE REFERENCIA ' WRK-TERMO-REFERENCIA
               DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE 'PENDENCIAS (ALUNOS RETIDOS FORA DO EXTRATO):'
               TO RELATORIO-REC
           WRITE RELATORIO-REC.

      * One link per program the student belongs to in the term.
      * A student held back as pending leaves no link behind.
       MONTA-VINCULOS-ALUNO.
           MOVE WRK-QTD-VINCULOS TO WRK-VINCULOS-ANTES
           MOVE SPACES TO WRK-MOTIVO-PENDENCIA
           MOVE CEN-STUDENT-ID(CONT-ALU) TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE 'ALUNO AUSENTE DO MESTRE (ALUNOS)'
                       TO WRK-MOTIVO-PENDENCIA
                   MOVE SPACES TO MST-NOME
           END-READ
           IF WRK-MOTIVO-PENDENCIA = SPACES
               PERFORM CONFERE-DADOS-PESSOAIS
           END-IF
           IF WRK-MOTIVO-PENDENCIA = SPACES
               PERFORM APURA-FORMA-INGRESSO
               IF CEN-PROGRAMA-FORMADO(CONT-ALU) NOT = SPACES
                   MOVE CEN-PROGRAMA-FORMADO(CONT-ALU)
                       TO WRK-VIN-PROGRAMA
                   MOVE '6' TO WRK-VIN-SITUACAO
                   MOVE 0 TO WRK-VIN-TERMO-INGRESSO
                   PERFORM INCLUI-VINCULO
               END-IF
               PERFORM APURA-DECLARACOES
               IF WRK-QTD-VINCULOS = WRK-VINCULOS-ANTES
                   AND NOT TABELA-ESTOURADA
                   MOVE 'SEM PROGRAMA DE ESTUDO NO TERMO (DECLMANT)'
                       TO WRK-MOTIVO-PENDENCIA
               END-IF
           END-IF
           IF WRK-MOTIVO-PENDENCIA NOT = SPACES
               MOVE WRK-VINCULOS-ANTES TO WRK-QTD-VINCULOS
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE SPACES TO RELATORIO-REC
               STRING '  ' CEN-STUDENT-ID(CONT-ALU) DELIMITED SIZE
                   ' ' MST-NOME DELIMITED SIZE
                   ' ' WRK-MOTIVO-PENDENCIA DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
               WRITE RELATORIO-REC
           END-IF.

       CONFERE-DADOS-PESSOAIS.
           IF NOT PESSOAIS-DISPONIVEL
               MOVE 'DADOS PESSOAIS NAO INFORMADOS (ALUNMANT P)'
                   TO WRK-MOTIVO-PENDENCIA
           ELSE
               MOVE CEN-STUDENT-ID(CONT-ALU) TO PES-STUDENT-ID
               READ ARQ-PESSOAIS
                   INVALID KEY
                       MOVE 'DADOS PESSOAIS NAO INFORMADOS (ALUNMANT P)'
                           TO WRK-MOTIVO-PENDENCIA
                   NOT INVALID KEY
                       IF PES-CPF = 0 OR PES-DATA-NASCIMENTO = 0
                           OR NOT SEXO-VALIDO
                           MOVE
                             'DADOS PESSOAIS INCOMPLETOS (ALUNMANT P)'
                             TO WRK-MOTIVO-PENDENCIA
                       END-IF
               END-READ
           END-IF.

      * TRANSFIN posts accepted transfer credits to the archive
      * under its own name as operator.
       APURA-FORMA-INGRESSO.
           MOVE 'R' TO WRK-FORMA-INGRESSO
           IF ARQUIVO-DISPONIVEL
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE CEN-STUDENT-ID(CONT-ALU) TO ARV-STUDENT-ID
               MOVE LOW-VALUES TO ARV-CODIGO
               MOVE 0 TO ARV-TERMO
               START ARQ-ARQUIVO KEY IS NOT LESS THAN ARV-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-ARQUIVO TO TRUE
               END-START
               PERFORM LE-ARQUIVO-ALUNO UNTIL NAO-HA-MAIS-ARQUIVO
           END-IF.

       LE-ARQUIVO-ALUNO.
           READ ARQ-ARQUIVO NEXT
               AT END
                   SET NAO-HA-MAIS-ARQUIVO TO TRUE
               NOT AT END
                   IF ARV-STUDENT-ID NOT = CEN-STUDENT-ID(CONT-ALU)
                       SET NAO-HA-MAIS-ARQUIVO TO TRUE
                   ELSE
                       IF ARV-OPERADOR = 'TRANSFIN'
                           MOVE 'T' TO WRK-FORMA-INGRESSO
                           SET NAO-HA-MAIS-ARQUIVO TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * In force in the term: started on or before it and not
      * closed, or closed after it. Closed exactly at the term: the
      * student left that program for another one as the term
      * began, which the census reports as transferred.
       APURA-DECLARACOES.
           IF DECLARACOES-DISPONIVEL
               MOVE 'N' TO WRK-FIM-DECLARACOES
               MOVE CEN-STUDENT-ID(CONT-ALU) TO DCL-STUDENT-ID
               MOVE 0 TO DCL-SEQUENCIA
               START ARQ-DECLARACOES KEY IS NOT LESS THAN DCL-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-DECLARACOES TO TRUE
               END-START
               PERFORM LE-DECLARACAO UNTIL NAO-HA-MAIS-DECLARACOES
           END-IF.

       LE-DECLARACAO.
           READ ARQ-DECLARACOES NEXT
               AT END
                   SET NAO-HA-MAIS-DECLARACOES TO TRUE
               NOT AT END
                   IF DCL-STUDENT-ID NOT = CEN-STUDENT-ID(CONT-ALU)
                       SET NAO-HA-MAIS-DECLARACOES TO TRUE
                   ELSE
                       PERFORM CLASSIFICA-DECLARACAO
                   END-IF
           END-READ.

       CLASSIFICA-DECLARACAO.
           MOVE DCL-PROGRAMA TO WRK-VIN-PROGRAMA
           MOVE DCL-TERMO-INICIO TO WRK-VIN-TERMO-INGRESSO
           MOVE SPACE TO WRK-VIN-SITUACAO
           IF DCL-TERMO-INICIO <= WRK-TERMO-REFERENCIA
               AND (DCL-TERMO-FIM = 0
               OR DCL-TERMO-FIM > WRK-TERMO-REFERENCIA)
               EVALUATE TRUE
                   WHEN CEN-ATIVO(CONT-ALU) = 'S'
                       MOVE '2' TO WRK-VIN-SITUACAO
                   WHEN CEN-TRANCADO(CONT-ALU) = 'S'
                       MOVE '3' TO WRK-VIN-SITUACAO
               END-EVALUATE
           END-IF
           IF DCL-TERMO-FIM = WRK-TERMO-REFERENCIA
               AND DCL-TERMO-INICIO < WRK-TERMO-REFERENCIA
               MOVE '5' TO WRK-VIN-SITUACAO
           END-IF
           IF WRK-VIN-SITUACAO NOT = SPACE
               PERFORM INCLUI-VINCULO
           END-IF.

      * A conferral in the term outranks any other situation in the
      * same program; it takes the entry term of the declaration.
       INCLUI-VINCULO.
           MOVE 0 TO WRK-VIN-IDX
           COMPUTE CONT-VIN = WRK-VINCULOS-ANTES + 1
           PERFORM PROCURA-VINCULO
               UNTIL CONT-VIN > WRK-QTD-VINCULOS
               OR WRK-VIN-IDX NOT = 0
           IF WRK-VIN-IDX NOT = 0
               IF VIN-TERMO-INGRESSO(WRK-VIN-IDX) = 0
                   MOVE WRK-VIN-TERMO-INGRESSO
                       TO VIN-TERMO-INGRESSO(WRK-VIN-IDX)
               END-IF
           ELSE
               IF WRK-QTD-VINCULOS < 6000
                   ADD 1 TO WRK-QTD-VINCULOS
                   MOVE WRK-QTD-VINCULOS TO WRK-VIN-IDX
                   MOVE CEN-STUDENT-ID(CONT-ALU)
                       TO VIN-STUDENT-ID(WRK-VIN-IDX)
                   MOVE WRK-VIN-PROGRAMA TO VIN-PROGRAMA(WRK-VIN-IDX)
                   MOVE WRK-VIN-TERMO-INGRESSO
                       TO VIN-TERMO-INGRESSO(WRK-VIN-IDX)
                   MOVE WRK-FORMA-INGRESSO
                       TO VIN-FORMA-INGRESSO(WRK-VIN-IDX)
                   MOVE WRK-VIN-SITUACAO TO VIN-SITUACAO(WRK-VIN-IDX)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF
           END-IF.

       PROCURA-VINCULO.
           IF VIN-PROGRAMA(CONT-VIN) = WRK-VIN-PROGRAMA
               MOVE CONT-VIN TO WRK-VIN-IDX
           END-IF
           ADD 1 TO CONT-VIN.

       TOTALIZA-PROGRAMAS.
           MOVE 0 TO WRK-PRG-IDX
           PERFORM PROCURA-PROGRAMA
               VARYING CONT-PRG FROM 1 BY 1
               UNTIL CONT-PRG > WRK-QTD-PROGRAMAS
               OR WRK-PRG-IDX NOT = 0
           IF WRK-PRG-IDX = 0
               IF WRK-QTD-PROGRAMAS < 100
                   ADD 1 TO WRK-QTD-PROGRAMAS
                   MOVE WRK-QTD-PROGRAMAS TO WRK-PRG-IDX
                   INITIALIZE PRG-TAB(WRK-PRG-IDX)
                   MOVE VIN-PROGRAMA(CONT-VIN)
                       TO PRG-PROGRAMA(WRK-PRG-IDX)
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
                   MOVE 'N' TO WRK-CONFERENCIA
               END-IF
           END-IF
           IF WRK-PRG-IDX NOT = 0
               ADD 1 TO PRG-QTD-VINCULOS(WRK-PRG-IDX)
               EVALUATE TRUE
                   WHEN VIN-CURSANDO(CONT-VIN)
                       ADD 1 TO PRG-QTD-CURSANDO(WRK-PRG-IDX)
                       ADD 1 TO WRK-TOT-CURSANDO
                   WHEN VIN-TRANCADO(CONT-VIN)
                       ADD 1 TO PRG-QTD-TRANCADO(WRK-PRG-IDX)
                       ADD 1 TO WRK-TOT-TRANCADO
                   WHEN VIN-TRANSFERIDO(CONT-VIN)
                       ADD 1 TO PRG-QTD-TRANSFERIDO(WRK-PRG-IDX)
                       ADD 1 TO WRK-TOT-TRANSFERIDO
                   WHEN OTHER
                       ADD 1 TO PRG-QTD-FORMADO(WRK-PRG-IDX)
                       ADD 1 TO WRK-TOT-FORMADO
               END-EVALUATE
           END-IF.

       PROCURA-PROGRAMA.
           IF PRG-PROGRAMA(CONT-PRG) = VIN-PROGRAMA(CONT-VIN)
               MOVE CONT-PRG TO WRK-PRG-IDX
           END-IF.

      * Program code order: simple exchange sort over at most 100
      * programs.
       ORDENA-PROGRAMAS.
           MOVE 'S' TO WRK-TROCOU
           PERFORM ORDENA-PASSAGEM UNTIL WRK-TROCOU = 'N'.

       ORDENA-PASSAGEM.
           MOVE 'N' TO WRK-TROCOU
           PERFORM COMPARA-PROGRAMAS
               VARYING CONT-ORDENA FROM 1 BY 1
               UNTIL CONT-ORDENA >= WRK-QTD-PROGRAMAS.

       COMPARA-PROGRAMAS.
           IF PRG-PROGRAMA(CONT-ORDENA) > PRG-PROGRAMA(CONT-ORDENA + 1)
               MOVE PRG-TAB(CONT-ORDENA) TO WRK-ELEMENTO-TROCA
               MOVE PRG-TAB(CONT-ORDENA + 1) TO PRG-TAB(CONT-ORDENA)
               MOVE WRK-ELEMENTO-TROCA TO PRG-TAB(CONT-ORDENA + 1)
               MOVE 'S' TO WRK-TROCOU
           END-IF.

       GRAVA-EXTRATO.
           OPEN OUTPUT ARQ-EXTRATO
           IF WRK-STATUS-EXTRATO NOT = '00'
               DISPLAY 'ERRO AO CRIAR O EXTRATO (CENSOEXT). STATUS: '
                   WRK-STATUS-EXTRATO
               MOVE 'N' TO WRK-CONFERENCIA
           ELSE
               OPEN INPUT ARQ-ALUNOS
               OPEN INPUT ARQ-PESSOAIS
               MOVE SPACES TO CENSO-REC
               MOVE '10' TO CNS-I-TIPO
               MOVE WRK-CODIGO-IES TO CNS-I-CODIGO-IES
               MOVE WRK-NOME-IES TO CNS-I-NOME-IES
               MOVE WRK-TERMO-REFERENCIA TO CNS-I-TERMO
               MOVE WRK-DATA-HOJE TO CNS-I-DATA-GERACAO
               PERFORM GRAVA-REGISTRO-CENSO
               PERFORM GRAVA-CURSO
                   VARYING CONT-PRG FROM 1 BY 1
                   UNTIL CONT-PRG > WRK-QTD-PROGRAMAS
               PERFORM GRAVA-VINCULO
                   VARYING CONT-VIN FROM 1 BY 1
                   UNTIL CONT-VIN > WRK-QTD-VINCULOS
               MOVE SPACES TO CENSO-REC
               MOVE '99' TO CNS-T-TIPO
               MOVE WRK-CODIGO-IES TO CNS-T-CODIGO-IES
               MOVE WRK-QTD-PROGRAMAS TO CNS-T-QTD-CURSOS
               MOVE WRK-QTD-TIPO-30 TO CNS-T-QTD-VINCULOS
               MOVE WRK-QTD-TIPO-40 TO CNS-T-QTD-SITUACOES
               COMPUTE CNS-T-QTD-REGISTROS = WRK-QTD-REGISTROS + 1
               PERFORM GRAVA-REGISTRO-CENSO
               CLOSE ARQ-ALUNOS
               CLOSE ARQ-PESSOAIS
               CLOSE ARQ-EXTRATO
           END-IF.

       GRAVA-CURSO.
           MOVE SPACES TO CENSO-REC
           MOVE '20' TO CNS-C-TIPO
           MOVE WRK-CODIGO-IES TO CNS-C-CODIGO-IES
           MOVE PRG-PROGRAMA(CONT-PRG) TO CNS-C-PROGRAMA
           MOVE PRG-QTD-VINCULOS(CONT-PRG) TO CNS-C-QTD-VINCULOS
           MOVE PRG-QTD-CURSANDO(CONT-PRG) TO CNS-C-QTD-CURSANDO
           MOVE PRG-QTD-TRANCADO(CONT-PRG) TO CNS-C-QTD-TRANCADO
           MOVE PRG-QTD-TRANSFERIDO(CONT-PRG)
               TO CNS-C-QTD-TRANSFERIDO
           MOVE PRG-QTD-FORMADO(CONT-PRG) TO CNS-C-QTD-FORMADO
           PERFORM GRAVA-REGISTRO-CENSO.

      * Every link carries its situation record right behind it.
       GRAVA-VINCULO.
           MOVE VIN-STUDENT-ID(CONT-VIN) TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE SPACES TO MST-NOME
           END-READ
           MOVE VIN-STUDENT-ID(CONT-VIN) TO PES-STUDENT-ID
           READ ARQ-PESSOAIS
               INVALID KEY
                   MOVE 0 TO PES-CPF, PES-DATA-NASCIMENTO
                   MOVE SPACE TO PES-SEXO
                   MOVE 'N' TO WRK-CONFERENCIA
           END-READ
           MOVE SPACES TO CENSO-REC
           MOVE '30' TO CNS-V-TIPO
           MOVE WRK-CODIGO-IES TO CNS-V-CODIGO-IES
           MOVE VIN-STUDENT-ID(CONT-VIN) TO CNS-V-STUDENT-ID
           MOVE MST-NOME TO CNS-V-NOME
           MOVE PES-CPF TO CNS-V-CPF
           MOVE PES-DATA-NASCIMENTO TO CNS-V-DATA-NASCIMENTO
           MOVE PES-SEXO TO CNS-V-SEXO
           MOVE VIN-PROGRAMA(CONT-VIN) TO CNS-V-PROGRAMA
           MOVE VIN-TERMO-INGRESSO(CONT-VIN) TO CNS-V-TERMO-INGRESSO
           MOVE VIN-FORMA-INGRESSO(CONT-VIN) TO CNS-V-FORMA-INGRESSO
           PERFORM GRAVA-REGISTRO-CENSO
           ADD 1 TO WRK-QTD-TIPO-30
           MOVE SPACES TO CENSO-REC
           MOVE '40' TO CNS-S-TIPO
           MOVE WRK-CODIGO-IES TO CNS-S-CODIGO-IES
           MOVE VIN-STUDENT-ID(CONT-VIN) TO CNS-S-STUDENT-ID
           MOVE VIN-PROGRAMA(CONT-VIN) TO CNS-S-PROGRAMA
           MOVE WRK-TERMO-REFERENCIA TO CNS-S-TERMO
           MOVE VIN-SITUACAO(CONT-VIN) TO CNS-S-SITUACAO
           PERFORM GRAVA-REGISTRO-CENSO
           ADD 1 TO WRK-QTD-TIPO-40.

       GRAVA-REGISTRO-CENSO.
           WRITE CENSO-REC
           ADD 1 TO WRK-QTD-REGISTROS.

      * The control report: counts per program and situation, then
      * the proof that the situations add up to the links and the
      * links and situations written match them one for one.
       GRAVA-CONTROLE.
           IF WRK-QTD-PENDENCIAS = 0
               MOVE '  NENHUMA.' TO RELATORIO-REC
               WRITE RELATORIO-REC
           END-IF
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           MOVE 'PROG.' TO RELATORIO-REC(1:5)
           MOVE 'CURSANDO' TO RELATORIO-REC(7:8)
           MOVE 'TRANCADO' TO RELATORIO-REC(16:8)
           MOVE 'TRANSFER' TO RELATORIO-REC(25:8)
           MOVE ' FORMADO' TO RELATORIO-REC(34:8)
           MOVE 'VINCULOS' TO RELATORIO-REC(43:8)
           WRITE RELATORIO-REC
           PERFORM GRAVA-LINHA-PROGRAMA
               VARYING CONT-PRG FROM 1 BY 1
               UNTIL CONT-PRG > WRK-QTD-PROGRAMAS
           MOVE 'TOTAL' TO LPR-PROGRAMA
           MOVE WRK-TOT-CURSANDO TO LPR-CURSANDO
           MOVE WRK-TOT-TRANCADO TO LPR-TRANCADO
           MOVE WRK-TOT-TRANSFERIDO TO LPR-TRANSFERIDO
           MOVE WRK-TOT-FORMADO TO LPR-FORMADO
           MOVE WRK-QTD-VINCULOS TO LPR-VINCULOS
           MOVE LINHA-PROGRAMA TO RELATORIO-REC
           WRITE RELATORIO-REC
           COMPUTE WRK-SOMA-SITUACOES = WRK-TOT-CURSANDO
               + WRK-TOT-TRANCADO + WRK-TOT-TRANSFERIDO
               + WRK-TOT-FORMADO
           IF WRK-SOMA-SITUACOES NOT = WRK-QTD-VINCULOS
               MOVE 'N' TO WRK-CONFERENCIA
           END-IF
           IF WRK-QTD-PENDENCIAS = 0
               IF WRK-QTD-TIPO-30 NOT = WRK-QTD-VINCULOS
                   OR WRK-QTD-TIPO-40 NOT = WRK-QTD-VINCULOS
                   MOVE 'N' TO WRK-CONFERENCIA
               END-IF
           END-IF
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ALUNOS NO TERMO: ' WRK-QTD-ALUNOS DELIMITED SIZE
               '   COM PENDENCIA: ' WRK-QTD-PENDENCIAS DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'REGISTROS GRAVADOS - TIPO 30: ' DELIMITED SIZE
               WRK-QTD-TIPO-30 DELIMITED SIZE
               '   TIPO 40: ' WRK-QTD-TIPO-40 DELIMITED SIZE
               '   TOTAL COM TRAILER: ' DELIMITED SIZE
               WRK-QTD-REGISTROS DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           EVALUATE TRUE
               WHEN WRK-QTD-PENDENCIAS > 0
                   MOVE 'EXTRATO NAO GERADO: CORRIJA AS PENDENCIAS E '
                       TO RELATORIO-REC
                   MOVE 'EXECUTE NOVAMENTE.' TO RELATORIO-REC(45:18)
               WHEN NOT CONFERENCIA-OK
                   MOVE 'CONFERENCIA DIVERGENTE: NAO ENVIE O EXTRATO.'
                       TO RELATORIO-REC
               WHEN OTHER
                   MOVE 'CONFERENCIA OK: EXTRATO PRONTO PARA ENVIO.'
                       TO RELATORIO-REC
           END-EVALUATE
           WRITE RELATORIO-REC.

       GRAVA-LINHA-PROGRAMA.
           MOVE PRG-PROGRAMA(CONT-PRG) TO LPR-PROGRAMA
           MOVE PRG-QTD-CURSANDO(CONT-PRG) TO LPR-CURSANDO
           MOVE PRG-QTD-TRANCADO(CONT-PRG) TO LPR-TRANCADO
           MOVE PRG-QTD-TRANSFERIDO(CONT-PRG) TO LPR-TRANSFERIDO
           MOVE PRG-QTD-FORMADO(CONT-PRG) TO LPR-FORMADO
           MOVE PRG-QTD-VINCULOS(CONT-PRG) TO LPR-VINCULOS
           MOVE LINHA-PROGRAMA TO RELATORIO-REC
           WRITE RELATORIO-REC.

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
           MOVE 'INICIADO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-REGISTROS TO LOG-QTD-GRAVADA
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
       END PROGRAM CENSEXTR.
