      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Maintenance for the PLANPAG tuition
      *             payment plans (number of installments, days to
      *             the first due date and between due dates, late
      *             fee and daily interest) and for the plan each
      *             student chose for a term on PLANALUN, behind a
      *             level-3 sign-on. FATGERA splits the term charge
      *             by the chosen plan, or by plan 01 when the
      *             student made no choice.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PLANOS ASSIGN TO "PLANPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CODIGO
               FILE STATUS IS WRK-STATUS-PLANOS.

           SELECT ARQ-ESCOLHAS ASSIGN TO "PLANALUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WRK-STATUS-ESCOLHAS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-PLANOS.
           COPY PLANREC.

       FD  ARQ-ESCOLHAS.
           COPY PLALREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PLANOS    PIC X(02).
       77 WRK-STATUS-ESCOLHAS  PIC X(02).
       77 WRK-STATUS-ALUNOS    PIC X(02).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SIGNON-OK        PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'PLANMANT'.
       77 WRK-NIVEL-EXIGIDO    PIC 9(01) VALUE 3.
       77 WRK-OPCAO            PIC X(01).
       77 WRK-DATA-HOJE        PIC 9(08).
       77 WRK-CODIGO-PLANO     PIC X(02).
       77 WRK-DESCRICAO        PIC X(30).
       77 WRK-QTD-PARCELAS     PIC 9(02).
       77 WRK-DIAS-PRIMEIRA    PIC 9(03).
       77 WRK-DIAS-INTERVALO   PIC 9(03).
       77 WRK-PCT-MULTA        PIC 9(02)V99.
       77 WRK-PCT-JUROS-DIA    PIC 9(01)V9(04).
       77 WRK-STUDENT-ID       PIC X(10).
       77 WRK-TERMO            PIC 9(05).

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 WRK-FIM-LISTA        PIC X(01).
           88 FIM-LISTA VALUE 'S'.

       01 WRK-DADOS-OK         PIC X(01).
           88 DADOS-VALIDOS VALUE 'S'.

       01 WRK-ALUNO-OK         PIC X(01).
           88 ALUNO-VALIDO VALUE 'S'.

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'PLANMANT - PLANOS DE PAGAMENTO'
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
           CLOSE ARQ-PLANOS
           CLOSE ARQ-ESCOLHAS
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN I-O ARQ-PLANOS
           IF WRK-STATUS-PLANOS = '35'
               OPEN OUTPUT ARQ-PLANOS
               CLOSE ARQ-PLANOS
               OPEN I-O ARQ-PLANOS
           END-IF
           IF WRK-STATUS-PLANOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS PLANOS DE PAGAMENTO '
                   '(PLANPAG). STATUS: ' WRK-STATUS-PLANOS
               STOP RUN
           END-IF
           OPEN I-O ARQ-ESCOLHAS
           IF WRK-STATUS-ESCOLHAS = '35'
               OPEN OUTPUT ARQ-ESCOLHAS
               CLOSE ARQ-ESCOLHAS
               OPEN I-O ARQ-ESCOLHAS
           END-IF
           IF WRK-STATUS-ESCOLHAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS ESCOLHAS DE PLANO '
                   '(PLANALUN). STATUS: ' WRK-STATUS-ESCOLHAS
               STOP RUN
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  L - LISTAR PLANOS'
           DISPLAY '  I - INCLUIR PLANO'
           DISPLAY '  A - ALTERAR PLANO'
           DISPLAY '  S - PLANO ESCOLHIDO PELO ALUNO NO TERMO'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'L'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-PLANOS
               WHEN 'I'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM INCLUI-PLANO
               WHEN 'A'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM ALTERA-PLANO
               WHEN 'S'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM ESCOLHE-PLANO-ALUNO
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

       LISTA-PLANOS.
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE LOW-VALUES TO PLN-CODIGO
           START ARQ-PLANOS KEY IS NOT LESS THAN PLN-CODIGO
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY 'PL DESCRICAO                      PARC 1A  INT '
               'MULTA JUROS/DIA'
           PERFORM LISTA-UM-PLANO UNTIL FIM-LISTA.

       LISTA-UM-PLANO.
           READ ARQ-PLANOS NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   DISPLAY PLN-CODIGO ' ' PLN-DESCRICAO '  '
                       PLN-QTD-PARCELAS '  ' PLN-DIAS-PRIMEIRA ' '
                       PLN-DIAS-INTERVALO ' ' PLN-PCT-MULTA ' '
                       PLN-PCT-JUROS-DIA
           END-READ.

       SOLICITA-CODIGO-PLANO.
           DISPLAY 'DIGITE O CODIGO DO PLANO (2 POSICOES, EX: 01)'
           ACCEPT WRK-CODIGO-PLANO.

       SOLICITA-DADOS-PLANO.
           DISPLAY 'DIGITE A DESCRICAO DO PLANO'
           ACCEPT WRK-DESCRICAO
           DISPLAY 'DIGITE A QUANTIDADE DE PARCELAS (1 A 12)'
           ACCEPT WRK-QTD-PARCELAS
           DISPLAY 'DIGITE OS DIAS DA GERACAO ATE O 1O VENCIMENTO'
           ACCEPT WRK-DIAS-PRIMEIRA
           DISPLAY 'DIGITE OS DIAS ENTRE VENCIMENTOS (EX: 030)'
           ACCEPT WRK-DIAS-INTERVALO
           DISPLAY 'DIGITE A MULTA POR ATRASO EM % (EX: 02.00)'
           ACCEPT WRK-PCT-MULTA
           DISPLAY 'DIGITE OS JUROS POR DIA DE ATRASO EM % '
               '(EX: 0.0333)'
           ACCEPT WRK-PCT-JUROS-DIA
           PERFORM VALIDA-DADOS-PLANO.

       VALIDA-DADOS-PLANO.
           MOVE 'S' TO WRK-DADOS-OK
           MOVE WRK-QTD-PARCELAS TO PLN-QTD-PARCELAS
           IF NOT QTD-PARCELAS-VALIDA
               DISPLAY 'QUANTIDADE DE PARCELAS DEVE SER DE 1 A 12.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           IF WRK-QTD-PARCELAS > 1 AND WRK-DIAS-INTERVALO = 0
               DISPLAY 'INTERVALO ENTRE VENCIMENTOS ZERADO.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

       INCLUI-PLANO.
           PERFORM SOLICITA-CODIGO-PLANO
           IF WRK-CODIGO-PLANO = SPACES OR WRK-CODIGO-PLANO = '00'
               DISPLAY 'CODIGO DE PLANO INVALIDO.'
           ELSE
               PERFORM SOLICITA-DADOS-PLANO
               IF DADOS-VALIDOS
                   PERFORM MOVE-DADOS-PLANO
                   WRITE PLANO-REC
                       INVALID KEY
                           DISPLAY 'PLANO JA CADASTRADO: '
                               WRK-CODIGO-PLANO '. USE A OPCAO A.'
                       NOT INVALID KEY
                           DISPLAY 'PLANO INCLUIDO.'
                   END-WRITE
               ELSE
                   DISPLAY 'PLANO NAO GRAVADO.'
               END-IF
           END-IF.

      * A change applies to charges split from now on; installments
      * already on PRESTAC keep the terms they were generated with
      * until FATGERA is rerun for their term.
       ALTERA-PLANO.
           PERFORM SOLICITA-CODIGO-PLANO
           MOVE WRK-CODIGO-PLANO TO PLN-CODIGO
           READ ARQ-PLANOS
               INVALID KEY
                   DISPLAY 'PLANO NAO ENCONTRADO: ' WRK-CODIGO-PLANO
               NOT INVALID KEY
                   DISPLAY 'ATUAL: ' PLN-DESCRICAO ' '
                       PLN-QTD-PARCELAS ' PARCELA(S)'
                   PERFORM SOLICITA-DADOS-PLANO
                   IF DADOS-VALIDOS
                       PERFORM MOVE-DADOS-PLANO
                       REWRITE PLANO-REC
                       DISPLAY 'PLANO ALTERADO.'
                   ELSE
                       DISPLAY 'PLANO NAO ALTERADO.'
                   END-IF
           END-READ.

       MOVE-DADOS-PLANO.
           MOVE WRK-CODIGO-PLANO TO PLN-CODIGO
           MOVE WRK-DESCRICAO TO PLN-DESCRICAO
           MOVE WRK-QTD-PARCELAS TO PLN-QTD-PARCELAS
           MOVE WRK-DIAS-PRIMEIRA TO PLN-DIAS-PRIMEIRA
           MOVE WRK-DIAS-INTERVALO TO PLN-DIAS-INTERVALO
           MOVE WRK-PCT-MULTA TO PLN-PCT-MULTA
           MOVE WRK-PCT-JUROS-DIA TO PLN-PCT-JUROS-DIA.

      * The choice is recorded, or replaced, for one student and
      * term; the plan must exist and the student must be on ALUNOS.
       ESCOLHE-PLANO-ALUNO.
           MOVE SPACES TO WRK-STUDENT-ID
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO'
           ACCEPT WRK-STUDENT-ID
           DISPLAY 'DIGITE O TERMO (AAAAS)'
           ACCEPT WRK-TERMO
           PERFORM VALIDA-ALUNO
           IF NOT ALUNO-VALIDO
               DISPLAY 'ALUNO NAO ENCONTRADO: '
                   FUNCTION TRIM(WRK-STUDENT-ID)
           ELSE
               MOVE WRK-STUDENT-ID TO PLA-STUDENT-ID
               MOVE WRK-TERMO TO PLA-TERMO
               READ ARQ-ESCOLHAS
                   INVALID KEY
                       DISPLAY 'SEM ESCOLHA NO TERMO (PLANO 01).'
                   NOT INVALID KEY
                       DISPLAY 'PLANO ATUAL: ' PLA-CODIGO-PLANO
                           ' ESCOLHIDO EM ' PLA-DATA-ESCOLHA
               END-READ
               PERFORM SOLICITA-CODIGO-PLANO
               MOVE WRK-CODIGO-PLANO TO PLN-CODIGO
               READ ARQ-PLANOS
                   INVALID KEY
                       DISPLAY 'PLANO NAO ENCONTRADO: '
                           WRK-CODIGO-PLANO
                   NOT INVALID KEY
                       PERFORM GRAVA-ESCOLHA
               END-READ
           END-IF.

       GRAVA-ESCOLHA.
           MOVE WRK-STUDENT-ID TO PLA-STUDENT-ID
           MOVE WRK-TERMO TO PLA-TERMO
           MOVE WRK-CODIGO-PLANO TO PLA-CODIGO-PLANO
           MOVE WRK-OPERADOR TO PLA-OPERADOR
           MOVE WRK-DATA-HOJE TO PLA-DATA-ESCOLHA
           WRITE PLANO-ALUNO-REC
               INVALID KEY
                   REWRITE PLANO-ALUNO-REC
           END-WRITE
           DISPLAY 'PLANO ' WRK-CODIGO-PLANO ' REGISTRADO PARA O '
               'ALUNO. VALE NA PROXIMA GERACAO DO FATGERA.'.

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
       END PROGRAM PLANMANT.
