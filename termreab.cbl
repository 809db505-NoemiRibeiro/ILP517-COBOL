      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMREAB.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Controlled reopening of a closed and
      *             archived term for late changes - a court order or
      *             a missed correction used to end in a request to
      *             patch the files. Under a level-3 sign-on and a
      *             stated reason, the named student/course records
      *             are brought back from the MATRARQV archive to
      *             MATRIMSTR (journaled through MATRJRNL), where
      *             NOTACORR can act on them, and the term is flagged
      *             REABERTO on TERMCAL. The ALUNOS totals already
      *             hold the archived grades and are left alone. The
      *             reopening, its reason and every record brought
      *             back go to the FECHALOG term-close log; the
      *             TERMFECH re-close re-runs the close checks and
      *             re-archives the records.
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

           SELECT ARQ-LOG-FECHO ASSIGN TO "FECHALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG-FECHO.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-ARQUIVO.
           COPY MATRIC01
               REPLACING ==MATRICULA-REC== BY ==ARQUIVO-REC==
                         LEADING ==MAT== BY ==ARV==.

       FD  ARQ-LOG-FECHO.
       01  LOG-FECHO-LINHA         PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TERMCAL    PIC X(02).
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ARQUIVO    PIC X(02).
       77 WRK-STATUS-LOG-FECHO  PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'TERMREAB'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 3.
       77 WRK-DATA-EXECUCAO     PIC 9(08).
       77 WRK-TERMO             PIC 9(05).
       77 WRK-STUDENT-ID        PIC X(10).
       77 WRK-CODIGO            PIC X(05).
       77 WRK-MOTIVO            PIC X(60).
       77 WRK-CONFIRMA          PIC X(01).
       77 WRK-CONTINUA          PIC X(01) VALUE 'N'.
       77 WRK-QTD-REABERTA      PIC 9(06) VALUE 0.
       77 WRK-QTD-RECUSADA      PIC 9(06) VALUE 0.

       01 JRN-CHAMADA.
           03 JRN-PROGRAMA-CHAMADA PIC X(08) VALUE 'TERMREAB'.
           03 JRN-ARQUIVO-CHAMADA  PIC X(01).
           03 JRN-OPERACAO-CHAMADA PIC X(01).
           03 JRN-IMAGEM-CHAMADA   PIC X(140).

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'TERMREAB'.
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
           DISPLAY 'TERMREAB - REABERTURA CONTROLADA DE TERMO'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRAVA-LOG-INICIO
           DISPLAY 'DIGITE O TERMO A REABRIR (AAAAS)'
           ACCEPT WRK-TERMO
           PERFORM CONFERE-TERMO
           PERFORM SOLICITA-MOTIVO
           PERFORM ABRE-ARQUIVOS
           PERFORM SOLICITA-REGISTRO UNTIL
               WRK-CONTINUA = 'S' OR WRK-CONTINUA = 's'
           CLOSE ARQ-MATRICULAS
           CLOSE ARQ-ARQUIVO
           IF WRK-QTD-REABERTA > 0
               PERFORM MARCA-TERMO-REABERTO
           END-IF
           CLOSE ARQ-CALENDARIO
           CLOSE ARQ-LOG-FECHO
           PERFORM GRAVA-LOG-FIM
           DISPLAY '---------------------------------------------------'
           DISPLAY 'REGISTROS REABERTOS NA SESSAO: ' WRK-QTD-REABERTA
           IF WRK-QTD-REABERTA > 0
               DISPLAY 'CORRIJA PELO NOTACORR E REENCERRE O TERMO '
                   'PELO TERMFECH.'
           END-IF
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

      * Only an ENCERRADO term can be reopened; one already REABERTO
      * may have further records brought back under a new reason.
       CONFERE-TERMO.
           OPEN I-O ARQ-CALENDARIO
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
           IF NOT TERMO-ENCERRADO AND NOT TERMO-REABERTO
               DISPLAY 'TERMO NAO ENCERRADO: ' WRK-TERMO
               DISPLAY 'UM TERMO EM ANDAMENTO E CORRIGIDO PELO '
                   'NOTACORR SEM REABERTURA.'
               CLOSE ARQ-CALENDARIO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           IF TERMO-REABERTO
               DISPLAY 'TERMO JA REABERTO. OS REGISTROS INFORMADOS '
                   'SE SOMAM AOS JA TRAZIDOS DE VOLTA.'
           END-IF.

       SOLICITA-MOTIVO.
           MOVE SPACES TO WRK-MOTIVO
           DISPLAY 'INFORME O MOTIVO DA REABERTURA (ORDEM JUDICIAL, '
               'CORRECAO OMITIDA, ...)'
           ACCEPT WRK-MOTIVO
           IF WRK-MOTIVO = SPACES
               DISPLAY 'O MOTIVO E OBRIGATORIO. TERMO NAO REABERTO.'
               CLOSE ARQ-CALENDARIO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF.

       ABRE-ARQUIVOS.
           OPEN I-O ARQ-ARQUIVO
           IF WRK-STATUS-ARQUIVO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MATRARQV. STATUS: '
                   WRK-STATUS-ARQUIVO
               CLOSE ARQ-CALENDARIO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS '
                   '(MATRIMSTR). STATUS: ' WRK-STATUS-MATRICULAS
               CLOSE ARQ-ARQUIVO
               CLOSE ARQ-CALENDARIO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-LOG-FECHO
           IF WRK-STATUS-LOG-FECHO = '35'
               OPEN OUTPUT ARQ-LOG-FECHO
           END-IF
           MOVE SPACES TO LOG-FECHO-LINHA
           STRING WRK-DATA-EXECUCAO DELIMITED SIZE
               ',' WRK-OPERADOR DELIMITED SIZE
               ',TERMO=' WRK-TERMO DELIMITED SIZE
               ',REABERTURA' DELIMITED SIZE
               ',MOTIVO=' WRK-MOTIVO DELIMITED SIZE
               INTO LOG-FECHO-LINHA
           END-STRING
           WRITE LOG-FECHO-LINHA.

       SOLICITA-REGISTRO.
           MOVE SPACES TO WRK-STUDENT-ID, WRK-CODIGO
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO'
           ACCEPT WRK-STUDENT-ID
           DISPLAY 'DIGITE O CODIGO DA MATERIA (EX: ADS01)'
           ACCEPT WRK-CODIGO
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO
           MOVE WRK-STUDENT-ID TO ARV-STUDENT-ID
           MOVE WRK-CODIGO TO ARV-CODIGO
           MOVE WRK-TERMO TO ARV-TERMO
           READ ARQ-ARQUIVO
               INVALID KEY
                   ADD 1 TO WRK-QTD-RECUSADA
                   DISPLAY 'REGISTRO NAO ENCONTRADO NO ARQUIVO DO '
                       'TERMO: ' FUNCTION TRIM(WRK-STUDENT-ID) ' / '
                       WRK-CODIGO ' / ' WRK-TERMO
               NOT INVALID KEY
                   PERFORM CONFIRMA-REABERTURA
           END-READ
           DISPLAY '---------------------------------------------------'
           DISPLAY 'QUER ENCERRAR A EXECUCAO? (S/N)'
           ACCEPT WRK-CONTINUA.

       CONFIRMA-REABERTURA.
           DISPLAY 'ALUNO....: ' FUNCTION TRIM(ARV-NOME)
           DISPLAY 'MATERIA..: ' ARV-CODIGO ' '
               FUNCTION TRIM(ARV-MATERIA)
           DISPLAY 'NOTA.....: ' ARV-NOTA '  SITUACAO: '
               FUNCTION TRIM(ARV-SITUACAO)
           DISPLAY 'CONFIRMA A REABERTURA DO REGISTRO? (S/N)'
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM TRAZ-DO-ARQUIVO
           ELSE
               DISPLAY 'REGISTRO NAO REABERTO.'
           END-IF.

      * The record leaves the archive once it is safely on the live
      * master, so readers of live plus archive never see it twice.
       TRAZ-DO-ARQUIVO.
           MOVE ARQUIVO-REC TO MATRICULA-REC
           WRITE MATRICULA-REC
               INVALID KEY
                   ADD 1 TO WRK-QTD-RECUSADA
                   DISPLAY 'O REGISTRO JA ESTA NO MESTRE DE '
                       'MATRICULAS. NADA A REABRIR.'
               NOT INVALID KEY
                   MOVE 'M' TO JRN-ARQUIVO-CHAMADA
                   MOVE 'W' TO JRN-OPERACAO-CHAMADA
                   MOVE MATRICULA-REC TO JRN-IMAGEM-CHAMADA
                   PERFORM GRAVA-JORNAL
                   DELETE ARQ-ARQUIVO
                   ADD 1 TO WRK-QTD-REABERTA
                   PERFORM GRAVA-LOG-REGISTRO
                   DISPLAY 'REGISTRO REABERTO NO MESTRE.'
           END-WRITE.

       GRAVA-LOG-REGISTRO.
           MOVE SPACES TO LOG-FECHO-LINHA
           STRING WRK-DATA-EXECUCAO DELIMITED SIZE
               ',' WRK-OPERADOR DELIMITED SIZE
               ',TERMO=' WRK-TERMO DELIMITED SIZE
               ',REGISTRO REABERTO' DELIMITED SIZE
               ',ALUNO=' MAT-STUDENT-ID DELIMITED SIZE
               ',MATERIA=' MAT-CODIGO DELIMITED SIZE
               ',SITUACAO=' MAT-SITUACAO DELIMITED SIZE
               INTO LOG-FECHO-LINHA
           END-STRING
           WRITE LOG-FECHO-LINHA.

       MARCA-TERMO-REABERTO.
           IF NOT TERMO-REABERTO
               MOVE 'R' TO CAL-STATUS
               REWRITE CALENDARIO-REC
               DISPLAY 'TERMO MARCADO REABERTO: ' WRK-TERMO
           END-IF.

      * Every update to MATRIMSTR leaves its after-image on the
      * JRNLMATR journal through MATRJRNL, so MSTRFWRD can roll a
      * restored backup forward to the point of failure.
       GRAVA-JORNAL.
           CALL 'MATRJRNL' USING JRN-PROGRAMA-CHAMADA,
               JRN-ARQUIVO-CHAMADA, JRN-OPERACAO-CHAMADA,
               JRN-IMAGEM-CHAMADA.

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
           MOVE 'INICIADO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           COMPUTE LOG-QTD-LIDA = WRK-QTD-REABERTA + WRK-QTD-RECUSADA
           MOVE WRK-QTD-REABERTA TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-RECUSADA TO LOG-QTD-REJEITADA
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
       END PROGRAM TERMREAB.
