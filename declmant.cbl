      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Program-of-study declaration screen:
      *             shows a student's declaration history from
      *             DECLPROG and records a first declaration or a
      *             change of program - the CURRMSTR program code,
      *             the curriculum version, the term it takes effect
      *             and the reason. A change closes the declaration
      *             in force at the new start term instead of
      *             overwriting it, so the earlier programs stay on
      *             file. The declaration in force is copied to
      *             MST-PROGRAMA / MST-VERSAO-CURRICULO on ALUNOS
      *             (journaled through MATRJRNL), where RELGRADU,
      *             COLAGRAU, ALUNSTAT and RELTERMO pick it up. A
      *             graduated student's program is closed for
      *             change.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DECLARACOES ASSIGN TO "DECLPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCL-CHAVE
               FILE STATUS IS WRK-STATUS-DECLARACOES.

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

           SELECT ARQ-CALENDARIO ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-DECLARACOES.
           COPY DECLREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-CURRICULO.
           COPY CURRREC.

       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-DECLARACOES PIC X(02).
       77 WRK-STATUS-ALUNOS    PIC X(02).
       77 WRK-STATUS-CURRICULO PIC X(02).
       77 WRK-STATUS-TERMCAL   PIC X(02).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SIGNON-OK        PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'DECLMANT'.
       77 WRK-NIVEL-EXIGIDO    PIC 9(01) VALUE 3.
       77 WRK-OPCAO            PIC X(01).
       77 WRK-DATA-HOJE        PIC 9(08).
       77 WRK-STUDENT-ID       PIC X(10).
       77 WRK-PROGRAMA         PIC X(05).
       77 WRK-VERSAO           PIC X(03).
       77 WRK-TERMO-INICIO     PIC 9(05).
       77 WRK-MOTIVO           PIC X(30).
       77 WRK-ULTIMA-SEQUENCIA PIC 9(03).
       77 WRK-SEQ-VIGENTE      PIC 9(03).
       77 WRK-TERMO-VIGENTE    PIC 9(05).
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

       01 JRN-CHAMADA.
           03 JRN-PROGRAMA-CHAMADA PIC X(08) VALUE 'DECLMANT'.
           03 JRN-ARQUIVO-CHAMADA  PIC X(01).
           03 JRN-OPERACAO-CHAMADA PIC X(01).
           03 JRN-IMAGEM-CHAMADA   PIC X(140).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'DECLMANT - DECLARACAO DE PROGRAMA DO ALUNO'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-DECLARACOES
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-CURRICULO
           CLOSE ARQ-CALENDARIO
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN I-O ARQ-DECLARACOES
           IF WRK-STATUS-DECLARACOES = '35'
               OPEN OUTPUT ARQ-DECLARACOES
               CLOSE ARQ-DECLARACOES
               OPEN I-O ARQ-DECLARACOES
           END-IF
           IF WRK-STATUS-DECLARACOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS DECLARACOES DE PROGRAMA '
                   '(DECLPROG). STATUS: ' WRK-STATUS-DECLARACOES
               STOP RUN
           END-IF
           OPEN I-O ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               STOP RUN
           END-IF
           OPEN INPUT ARQ-CURRICULO
           IF WRK-STATUS-CURRICULO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CURRICULO (CURRMSTR). '
                   'STATUS: ' WRK-STATUS-CURRICULO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DE TERMOS '
                   '(TERMCAL). STATUS: ' WRK-STATUS-TERMCAL
               STOP RUN
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  C - CONSULTAR DECLARACOES DE UM ALUNO'
           DISPLAY '  D - DECLARAR OU TROCAR O PROGRAMA DO ALUNO'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'C'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM CONSULTA-DECLARACOES
               WHEN 'D'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM DECLARA-PROGRAMA
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

       SOLICITA-ALUNO.
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO'
           ACCEPT WRK-STUDENT-ID
           MOVE 'N' TO WRK-ALUNO-OK
           MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO: '
                       FUNCTION TRIM(WRK-STUDENT-ID)
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ALUNO-OK
                   DISPLAY 'ALUNO: ' MST-NOME
                   IF MST-PROGRAMA = SPACES
                       DISPLAY 'NENHUM PROGRAMA DECLARADO.'
                   ELSE
                       DISPLAY 'PROGRAMA ATUAL: ' MST-PROGRAMA
                           '  VERSAO DO CURRICULO: '
                           MST-VERSAO-CURRICULO
                   END-IF
           END-READ.

       CONSULTA-DECLARACOES.
           PERFORM SOLICITA-ALUNO
           IF ALUNO-VALIDO
               PERFORM POSICIONA-DECLARACOES
               DISPLAY 'SEQ PROGR VER INICIO FIM   MOTIVO'
                   '                         OPERADOR DATA'
               PERFORM LISTA-UMA-DECLARACAO UNTIL FIM-LISTA
           END-IF.

       POSICIONA-DECLARACOES.
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE WRK-STUDENT-ID TO DCL-STUDENT-ID
           MOVE 0 TO DCL-SEQUENCIA
           START ARQ-DECLARACOES KEY IS NOT LESS THAN DCL-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START.

       LISTA-UMA-DECLARACAO.
           READ ARQ-DECLARACOES NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF DCL-STUDENT-ID = WRK-STUDENT-ID
                       DISPLAY DCL-SEQUENCIA ' ' DCL-PROGRAMA ' '
                           DCL-VERSAO-CURRICULO ' ' DCL-TERMO-INICIO
                           '  ' DCL-TERMO-FIM ' ' DCL-MOTIVO ' '
                           DCL-OPERADOR ' ' DCL-DATA-REGISTRO
                   ELSE
                       SET FIM-LISTA TO TRUE
                   END-IF
           END-READ.

       DECLARA-PROGRAMA.
           PERFORM SOLICITA-ALUNO
           IF ALUNO-VALIDO
               IF ALUNO-FORMADO
                   DISPLAY 'ALUNO FORMADO - O PROGRAMA NAO PODE MAIS '
                       'SER ALTERADO.'
               ELSE
                   PERFORM APURA-DECLARACOES
                   PERFORM SOLICITA-DADOS-DECLARACAO
                   IF DADOS-VALIDOS
                       PERFORM CONFIRMA-DECLARACAO
                   ELSE
                       DISPLAY 'DECLARACAO NAO GRAVADA.'
                   END-IF
               END-IF
           END-IF.

      * One pass over the student's declarations gives the last
      * sequence in use and the declaration still in force.
       APURA-DECLARACOES.
           MOVE 0 TO WRK-ULTIMA-SEQUENCIA
           MOVE 0 TO WRK-SEQ-VIGENTE
           MOVE 0 TO WRK-TERMO-VIGENTE
           PERFORM POSICIONA-DECLARACOES
           PERFORM APURA-UMA-DECLARACAO UNTIL FIM-LISTA.

       APURA-UMA-DECLARACAO.
           READ ARQ-DECLARACOES NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF DCL-STUDENT-ID = WRK-STUDENT-ID
                       MOVE DCL-SEQUENCIA TO WRK-ULTIMA-SEQUENCIA
                       IF DCL-TERMO-FIM = 0
                           MOVE DCL-SEQUENCIA TO WRK-SEQ-VIGENTE
                           MOVE DCL-TERMO-INICIO TO WRK-TERMO-VIGENTE
                       END-IF
                   ELSE
                       SET FIM-LISTA TO TRUE
                   END-IF
           END-READ.

       SOLICITA-DADOS-DECLARACAO.
           MOVE SPACES TO WRK-PROGRAMA, WRK-VERSAO, WRK-MOTIVO
           MOVE 'S' TO WRK-DADOS-OK
           DISPLAY 'DIGITE O CODIGO DO PROGRAMA (CURRMSTR)'
           ACCEPT WRK-PROGRAMA
           MOVE FUNCTION UPPER-CASE(WRK-PROGRAMA) TO WRK-PROGRAMA
           PERFORM CONFERE-PROGRAMA
           IF DADOS-VALIDOS
               DISPLAY 'DIGITE A VERSAO DO CURRICULO (EX: 001)'
               ACCEPT WRK-VERSAO
               MOVE FUNCTION UPPER-CASE(WRK-VERSAO) TO WRK-VERSAO
               DISPLAY 'DIGITE O TERMO DE INICIO (AAAAS)'
               ACCEPT WRK-TERMO-INICIO
               DISPLAY 'DIGITE O MOTIVO'
               ACCEPT WRK-MOTIVO
               PERFORM CONFERE-DADOS-DECLARACAO
           END-IF.

      * The program must have a curriculum on file - the graduation
      * audit has nothing to check a student against otherwise.
       CONFERE-PROGRAMA.
           MOVE WRK-PROGRAMA TO CUR-PROGRAMA
           MOVE LOW-VALUES TO CUR-GRUPO
           MOVE LOW-VALUES TO CUR-CODIGO
           START ARQ-CURRICULO KEY IS NOT LESS THAN CUR-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-DADOS-OK
           END-START
           IF DADOS-VALIDOS
               READ ARQ-CURRICULO NEXT
                   AT END
                       MOVE 'N' TO WRK-DADOS-OK
                   NOT AT END
                       IF CUR-PROGRAMA NOT = WRK-PROGRAMA
                           MOVE 'N' TO WRK-DADOS-OK
                       END-IF
               END-READ
           END-IF
           IF NOT DADOS-VALIDOS
               DISPLAY 'PROGRAMA SEM CURRICULO CADASTRADO: '
                   WRK-PROGRAMA
           END-IF.

       CONFERE-DADOS-DECLARACAO.
           IF WRK-VERSAO = SPACES
               DISPLAY 'VERSAO DO CURRICULO OBRIGATORIA.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           IF WRK-PROGRAMA = MST-PROGRAMA
               AND WRK-VERSAO = MST-VERSAO-CURRICULO
               DISPLAY 'ALUNO JA DECLARADO NESTE PROGRAMA E VERSAO.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           MOVE WRK-TERMO-INICIO TO CAL-TERMO
           READ ARQ-CALENDARIO
               INVALID KEY
                   DISPLAY 'TERMO NAO CADASTRADO NO CALENDARIO: '
                       WRK-TERMO-INICIO
                   MOVE 'N' TO WRK-DADOS-OK
           END-READ
           IF WRK-SEQ-VIGENTE > 0
               IF WRK-TERMO-INICIO < WRK-TERMO-VIGENTE
                   DISPLAY 'A NOVA DECLARACAO NAO PODE COMECAR ANTES '
                       'DO TERMO ' WRK-TERMO-VIGENTE
                       ' DA DECLARACAO EM VIGOR.'
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
               IF WRK-MOTIVO = SPACES
                   DISPLAY 'MOTIVO OBRIGATORIO NA TROCA DE PROGRAMA.'
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           END-IF
           IF WRK-ULTIMA-SEQUENCIA = 999
               DISPLAY 'LIMITE DE 999 DECLARACOES DO ALUNO ATINGIDO.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

       CONFIRMA-DECLARACAO.
           IF WRK-SEQ-VIGENTE > 0
               DISPLAY 'TROCA DE ' MST-PROGRAMA ' PARA '
                   WRK-PROGRAMA ' A PARTIR DO TERMO '
                   WRK-TERMO-INICIO
           ELSE
               DISPLAY 'DECLARACAO DO PROGRAMA ' WRK-PROGRAMA
                   ' A PARTIR DO TERMO ' WRK-TERMO-INICIO
           END-IF
           DISPLAY 'CONFIRMA? (S/N)'
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM GRAVA-DECLARACAO
           ELSE
               DISPLAY 'DECLARACAO CANCELADA.'
           END-IF.

      * The declaration in force is closed at the new start term,
      * never rewritten with the new program.
       GRAVA-DECLARACAO.
           IF WRK-SEQ-VIGENTE > 0
               MOVE WRK-STUDENT-ID TO DCL-STUDENT-ID
               MOVE WRK-SEQ-VIGENTE TO DCL-SEQUENCIA
               READ ARQ-DECLARACOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-TERMO-INICIO TO DCL-TERMO-FIM
                       REWRITE DECLARACAO-REC
               END-READ
           END-IF
           MOVE WRK-STUDENT-ID TO DCL-STUDENT-ID
           ADD 1 TO WRK-ULTIMA-SEQUENCIA GIVING DCL-SEQUENCIA
           MOVE WRK-PROGRAMA TO DCL-PROGRAMA
           MOVE WRK-VERSAO TO DCL-VERSAO-CURRICULO
           MOVE WRK-TERMO-INICIO TO DCL-TERMO-INICIO
           MOVE 0 TO DCL-TERMO-FIM
           MOVE WRK-MOTIVO TO DCL-MOTIVO
           MOVE WRK-OPERADOR TO DCL-OPERADOR
           MOVE WRK-DATA-HOJE TO DCL-DATA-REGISTRO
           WRITE DECLARACAO-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A DECLARACAO. STATUS: '
                       WRK-STATUS-DECLARACOES
               NOT INVALID KEY
                   PERFORM ATUALIZA-ALUNO
           END-WRITE.

       ATUALIZA-ALUNO.
           MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO: '
                       FUNCTION TRIM(WRK-STUDENT-ID)
               NOT INVALID KEY
                   MOVE WRK-PROGRAMA TO MST-PROGRAMA
                   MOVE WRK-VERSAO TO MST-VERSAO-CURRICULO
                   REWRITE ALUNO-MESTRE-REC
                   MOVE 'R' TO JRN-OPERACAO-CHAMADA
                   PERFORM GRAVA-JORNAL
                   DISPLAY 'DECLARACAO GRAVADA - SEQUENCIA '
                       DCL-SEQUENCIA
           END-READ.

       GRAVA-JORNAL.
           MOVE 'A' TO JRN-ARQUIVO-CHAMADA
           MOVE ALUNO-MESTRE-REC TO JRN-IMAGEM-CHAMADA
           CALL 'MATRJRNL' USING JRN-PROGRAMA-CHAMADA,
               JRN-ARQUIVO-CHAMADA, JRN-OPERACAO-CHAMADA,
               JRN-IMAGEM-CHAMADA.
       END PROGRAM DECLMANT.
