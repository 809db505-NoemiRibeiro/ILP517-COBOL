      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Maintenance for the BLOQUEIO
      *             student holds master behind a level-3 sign-on:
      *             list the holds (active only, or all), place a
      *             hold of a type (financial, library, disciplinary,
      *             documentation) with its reason, and release it
      *             with a release reason. The student is validated
      *             against ALUNOS; the placing and the releasing
      *             operator and date are stamped on the record.
      *             A released hold is kept and is reactivated when
      *             the same type is placed again. A hold placed
      *             here is manual and is never lifted by the
      *             nightly BLOQFIN run.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQUEIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WRK-STATUS-BLOQUEIOS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-BLOQUEIOS.
           COPY BLOQREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-BLOQUEIOS PIC X(02).
       77 WRK-STATUS-ALUNOS    PIC X(02).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SIGNON-OK        PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'BLOQMANT'.
       77 WRK-NIVEL-EXIGIDO    PIC 9(01) VALUE 3.
       77 WRK-OPCAO            PIC X(01).
       77 WRK-DATA-HOJE        PIC 9(08).
       77 WRK-STUDENT-ID       PIC X(10).
       77 WRK-TIPO             PIC X(01).
       77 WRK-MOTIVO           PIC X(30).
       77 WRK-SO-ATIVOS        PIC X(01).
       77 WRK-CONFIRMA         PIC X(01).

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 WRK-FIM-LISTA        PIC X(01).
           88 FIM-LISTA VALUE 'S'.

       01 WRK-ALUNO-OK         PIC X(01).
           88 ALUNO-VALIDO VALUE 'S'.

       01 WRK-DADOS-OK         PIC X(01).
           88 DADOS-VALIDOS VALUE 'S'.

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'BLOQMANT - MANUTENCAO DE BLOQUEIOS DE ALUNOS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM ABRE-BLOQUEIOS
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-BLOQUEIOS
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       ABRE-BLOQUEIOS.
           OPEN I-O ARQ-BLOQUEIOS
           IF WRK-STATUS-BLOQUEIOS = '35'
               OPEN OUTPUT ARQ-BLOQUEIOS
               CLOSE ARQ-BLOQUEIOS
               OPEN I-O ARQ-BLOQUEIOS
           END-IF
           IF WRK-STATUS-BLOQUEIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE BLOQUEIOS '
                   '(BLOQUEIO). STATUS: ' WRK-STATUS-BLOQUEIOS
               STOP RUN
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  L - LISTAR BLOQUEIOS'
           DISPLAY '  B - BLOQUEAR ALUNO'
           DISPLAY '  R - LIBERAR BLOQUEIO'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'L'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-BLOQUEIOS
               WHEN 'B'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM INCLUI-BLOQUEIO
               WHEN 'R'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LIBERA-BLOQUEIO
               WHEN '0'
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   ADD 1 TO CONT-TENTATIVAS-OPC
                   IF CONT-TENTATIVAS-OPC >= MAX-TENTATIVAS-OPC
                       DISPLAY 'NUMERO MAXIMO DE TENTATIVAS EXCEDIDO.'
                       DISPLAY 'PROGRAMA ABORTADO.'
                       SET FIM-MANUTENCAO TO TRUE
                   ELSE
                       DISPLAY 'OPCAO INVALIDA.'
                   END-IF
           END-EVALUATE.

       LISTA-BLOQUEIOS.
           DISPLAY 'SOMENTE OS BLOQUEIOS ATIVOS? (S/N)'
           ACCEPT WRK-SO-ATIVOS
           MOVE FUNCTION UPPER-CASE(WRK-SO-ATIVOS) TO WRK-SO-ATIVOS
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE LOW-VALUES TO BLQ-CHAVE
           START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BLQ-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY 'MATRICULA  TP SIT ORIG BLOQUEIO OPERADOR MOTIVO'
           PERFORM LISTA-UM-BLOQUEIO UNTIL FIM-LISTA.

       LISTA-UM-BLOQUEIO.
           READ ARQ-BLOQUEIOS NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF WRK-SO-ATIVOS NOT = 'S' OR BLOQUEIO-ATIVO
                       DISPLAY BLQ-STUDENT-ID ' ' BLQ-TIPO '  '
                           BLQ-SITUACAO '   ' BLQ-ORIGEM '    '
                           BLQ-DATA-BLOQUEIO ' ' BLQ-OPERADOR ' '
                           BLQ-MOTIVO
                   END-IF
           END-READ.

       SOLICITA-CHAVE-BLOQUEIO.
           MOVE SPACES TO WRK-STUDENT-ID
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO'
           ACCEPT WRK-STUDENT-ID
           DISPLAY 'DIGITE O TIPO DO BLOQUEIO (F - FINANCEIRO, '
               'B - BIBLIOTECA, D - DISCIPLINAR, C - DOCUMENTACAO)'
           ACCEPT WRK-TIPO
           MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO
           MOVE 'S' TO WRK-DADOS-OK
           MOVE WRK-TIPO TO BLQ-TIPO
           IF NOT TIPO-BLOQUEIO-VALIDO
               DISPLAY 'TIPO DE BLOQUEIO INVALIDO: ' WRK-TIPO
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

       SOLICITA-MOTIVO.
           MOVE SPACES TO WRK-MOTIVO
           ACCEPT WRK-MOTIVO
           IF WRK-MOTIVO = SPACES
               DISPLAY 'O MOTIVO E OBRIGATORIO.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

      * A type already on file is rewritten in place: an active hold
      * is reported and left alone, a released one is placed again
      * with the new reason, operator and date.
       INCLUI-BLOQUEIO.
           PERFORM SOLICITA-CHAVE-BLOQUEIO
           IF DADOS-VALIDOS
               PERFORM VALIDA-ALUNO
               IF NOT ALUNO-VALIDO
                   DISPLAY 'ALUNO NAO ENCONTRADO: '
                       FUNCTION TRIM(WRK-STUDENT-ID)
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           END-IF
           IF DADOS-VALIDOS
               MOVE WRK-STUDENT-ID TO BLQ-STUDENT-ID
               MOVE WRK-TIPO TO BLQ-TIPO
               READ ARQ-BLOQUEIOS
                   INVALID KEY
                       PERFORM NOVO-BLOQUEIO
                   NOT INVALID KEY
                       PERFORM REATIVA-BLOQUEIO
               END-READ
           ELSE
               DISPLAY 'BLOQUEIO NAO GRAVADO.'
           END-IF.

       NOVO-BLOQUEIO.
           DISPLAY 'DIGITE O MOTIVO DO BLOQUEIO'
           PERFORM SOLICITA-MOTIVO
           IF DADOS-VALIDOS
               PERFORM MOVE-DADOS-BLOQUEIO
               WRITE BLOQUEIO-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O BLOQUEIO. STATUS: '
                           WRK-STATUS-BLOQUEIOS
                   NOT INVALID KEY
                       DISPLAY 'ALUNO BLOQUEADO.'
               END-WRITE
           ELSE
               DISPLAY 'BLOQUEIO NAO GRAVADO.'
           END-IF.

       REATIVA-BLOQUEIO.
           IF BLOQUEIO-ATIVO
               PERFORM EXIBE-BLOQUEIO
               DISPLAY 'ALUNO JA TEM BLOQUEIO ATIVO DESTE TIPO.'
           ELSE
               DISPLAY 'DIGITE O MOTIVO DO BLOQUEIO'
               PERFORM SOLICITA-MOTIVO
               IF DADOS-VALIDOS
                   PERFORM MOVE-DADOS-BLOQUEIO
                   REWRITE BLOQUEIO-REC
                   DISPLAY 'ALUNO BLOQUEADO NOVAMENTE.'
               ELSE
                   DISPLAY 'BLOQUEIO NAO GRAVADO.'
               END-IF
           END-IF.

       MOVE-DADOS-BLOQUEIO.
           MOVE WRK-STUDENT-ID TO BLQ-STUDENT-ID
           MOVE WRK-TIPO TO BLQ-TIPO
           MOVE 'A' TO BLQ-SITUACAO
           MOVE 'M' TO BLQ-ORIGEM
           MOVE WRK-MOTIVO TO BLQ-MOTIVO
           MOVE WRK-OPERADOR TO BLQ-OPERADOR
           MOVE WRK-DATA-HOJE TO BLQ-DATA-BLOQUEIO
           MOVE SPACES TO BLQ-MOTIVO-LIBERACAO
           MOVE SPACES TO BLQ-OPERADOR-LIBERACAO
           MOVE 0 TO BLQ-DATA-LIBERACAO.

      * Any hold can be released here, an automatic financial one
      * included; BLOQFIN places it again on its next run if the
      * overdue balance is still above the threshold.
       LIBERA-BLOQUEIO.
           PERFORM SOLICITA-CHAVE-BLOQUEIO
           IF DADOS-VALIDOS
               MOVE WRK-STUDENT-ID TO BLQ-STUDENT-ID
               MOVE WRK-TIPO TO BLQ-TIPO
               READ ARQ-BLOQUEIOS
                   INVALID KEY
                       DISPLAY 'BLOQUEIO NAO ENCONTRADO: '
                           FUNCTION TRIM(WRK-STUDENT-ID) ' / '
                           WRK-TIPO
                   NOT INVALID KEY
                       PERFORM CONFIRMA-LIBERACAO
               END-READ
           END-IF.

       CONFIRMA-LIBERACAO.
           PERFORM EXIBE-BLOQUEIO
           IF BLOQUEIO-LIBERADO
               DISPLAY 'BLOQUEIO JA LIBERADO.'
           ELSE
               DISPLAY 'DIGITE O MOTIVO DA LIBERACAO'
               PERFORM SOLICITA-MOTIVO
               IF DADOS-VALIDOS
                   DISPLAY 'CONFIRMA A LIBERACAO? (S/N)'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       MOVE 'L' TO BLQ-SITUACAO
                       MOVE WRK-MOTIVO TO BLQ-MOTIVO-LIBERACAO
                       MOVE WRK-OPERADOR TO BLQ-OPERADOR-LIBERACAO
                       MOVE WRK-DATA-HOJE TO BLQ-DATA-LIBERACAO
                       REWRITE BLOQUEIO-REC
                       DISPLAY 'BLOQUEIO LIBERADO.'
                   ELSE
                       DISPLAY 'LIBERACAO CANCELADA.'
                   END-IF
               ELSE
                   DISPLAY 'BLOQUEIO NAO LIBERADO.'
               END-IF
           END-IF.

       EXIBE-BLOQUEIO.
           DISPLAY 'SITUACAO..: ' BLQ-SITUACAO ' (A - ATIVO, '
               'L - LIBERADO)'
           DISPLAY 'ORIGEM....: ' BLQ-ORIGEM ' (A - AUTOMATICO, '
               'M - MANUAL)'
           DISPLAY 'MOTIVO....: ' BLQ-MOTIVO
           DISPLAY 'BLOQUEADO.: ' BLQ-DATA-BLOQUEIO ' POR '
               BLQ-OPERADOR
           IF BLOQUEIO-LIBERADO
               DISPLAY 'LIBERADO..: ' BLQ-DATA-LIBERACAO ' POR '
                   BLQ-OPERADOR-LIBERACAO
               DISPLAY 'MOTIVO....: ' BLQ-MOTIVO-LIBERACAO
           END-IF.

       VALIDA-ALUNO.
           MOVE 'N' TO WRK-ALUNO-OK
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS = '00'
               MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ALUNO-OK
               END-READ
               CLOSE ARQ-ALUNOS
           END-IF.
       END PROGRAM BLOQMANT.
