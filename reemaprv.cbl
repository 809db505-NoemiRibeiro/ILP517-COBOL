      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMAPRV.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Approval of the REEMBOLS refund
      *             requests behind a level-3 sign-on: list the
      *             requests waiting (pending, or pending and
      *             approved), approve a pending one keying the bank,
      *             branch and account the refund is paid to, or
      *             refuse it with a reason. The deciding operator
      *             and date are stamped on the request. Nothing is
      *             paid here: the nightly REEMPAGA run pays what was
      *             approved.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REEMBOLSOS ASSIGN TO "REEMBOLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REE-CHAVE
               FILE STATUS IS WRK-STATUS-REEMBOLSOS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-REEMBOLSOS.
           COPY REEMBREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-REEMBOLSOS PIC X(02).
       77 WRK-STATUS-ALUNOS    PIC X(02).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SIGNON-OK        PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'REEMAPRV'.
       77 WRK-NIVEL-EXIGIDO    PIC 9(01) VALUE 3.
       77 WRK-OPCAO            PIC X(01).
       77 WRK-DATA-HOJE        PIC 9(08).
       77 WRK-STUDENT-ID       PIC X(10).
       77 WRK-TERMO            PIC 9(05).
       77 WRK-SEQUENCIA        PIC 9(03).
       77 WRK-BANCO            PIC 9(03).
       77 WRK-AGENCIA          PIC 9(05).
       77 WRK-CONTA            PIC X(12).
       77 WRK-MOTIVO           PIC X(30).
       77 WRK-SO-PENDENTES     PIC X(01).
       77 WRK-CONFIRMA         PIC X(01).
       77 WRK-NOME-ALUNO       PIC X(30).

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 WRK-FIM-LISTA        PIC X(01).
           88 FIM-LISTA VALUE 'S'.

       01 WRK-PEDIDO-OK        PIC X(01).
           88 PEDIDO-VALIDO VALUE 'S'.

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'REEMAPRV - APROVACAO DE REEMBOLSOS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           OPEN I-O ARQ-REEMBOLSOS
           IF WRK-STATUS-REEMBOLSOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS PEDIDOS DE REEMBOLSO '
                   '(REEMBOLS). STATUS: ' WRK-STATUS-REEMBOLSOS
               DISPLAY 'EXECUTE O REEMGERA PARA GERAR OS PEDIDOS.'
               STOP RUN
           END-IF
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-REEMBOLSOS
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  L - LISTAR PEDIDOS DE REEMBOLSO'
           DISPLAY '  A - APROVAR PEDIDO'
           DISPLAY '  R - RECUSAR PEDIDO'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'L'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-PEDIDOS
               WHEN 'A'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM APROVA-PEDIDO
               WHEN 'R'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM RECUSA-PEDIDO
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

       LISTA-PEDIDOS.
           DISPLAY 'SOMENTE OS PENDENTES DE APROVACAO? (S/N)'
           ACCEPT WRK-SO-PENDENTES
           MOVE FUNCTION UPPER-CASE(WRK-SO-PENDENTES)
               TO WRK-SO-PENDENTES
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE LOW-VALUES TO REE-CHAVE
           START ARQ-REEMBOLSOS KEY IS NOT LESS THAN REE-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY 'MATRICULA  TERMO SEQ VALOR      SOLICITADO SIT'
           PERFORM LISTA-UM-PEDIDO UNTIL FIM-LISTA.

       LISTA-UM-PEDIDO.
           READ ARQ-REEMBOLSOS NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF REEMBOLSO-PENDENTE
                       OR (REEMBOLSO-APROVADO
                           AND WRK-SO-PENDENTES NOT = 'S')
                       DISPLAY REE-STUDENT-ID ' ' REE-TERMO ' '
                           REE-SEQUENCIA ' ' REE-VALOR ' '
                           REE-DATA-SOLICITACAO ' ' REE-STATUS
                   END-IF
           END-READ.

      * Only a pending request can be decided; one already approved
      * is waiting for REEMPAGA and one refused, paid or cancelled
      * is closed.
       LOCALIZA-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-OK
           MOVE SPACES TO WRK-STUDENT-ID
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO'
           ACCEPT WRK-STUDENT-ID
           DISPLAY 'DIGITE O TERMO (AAAAS)'
           ACCEPT WRK-TERMO
           DISPLAY 'DIGITE A SEQUENCIA DO PEDIDO'
           ACCEPT WRK-SEQUENCIA
           MOVE WRK-STUDENT-ID TO REE-STUDENT-ID
           MOVE WRK-TERMO TO REE-TERMO
           MOVE WRK-SEQUENCIA TO REE-SEQUENCIA
           READ ARQ-REEMBOLSOS
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO: '
                       FUNCTION TRIM(WRK-STUDENT-ID) ' / '
                       WRK-TERMO ' / ' WRK-SEQUENCIA
               NOT INVALID KEY
                   PERFORM EXIBE-PEDIDO
                   IF REEMBOLSO-PENDENTE
                       MOVE 'S' TO WRK-PEDIDO-OK
                   ELSE
                       DISPLAY 'PEDIDO NAO ESTA PENDENTE DE '
                           'APROVACAO.'
                   END-IF
           END-READ.

       APROVA-PEDIDO.
           PERFORM LOCALIZA-PEDIDO
           IF PEDIDO-VALIDO
               DISPLAY 'DIGITE O BANCO DO ALUNO (999)'
               ACCEPT WRK-BANCO
               DISPLAY 'DIGITE A AGENCIA (99999)'
               ACCEPT WRK-AGENCIA
               MOVE SPACES TO WRK-CONTA
               DISPLAY 'DIGITE A CONTA'
               ACCEPT WRK-CONTA
               IF WRK-BANCO = 0 OR WRK-AGENCIA = 0
                   OR WRK-CONTA = SPACES
                   DISPLAY 'DADOS BANCARIOS INCOMPLETOS. PEDIDO NAO '
                       'APROVADO.'
               ELSE
                   DISPLAY 'CONFIRMA A APROVACAO DE ' REE-VALOR
                       '? (S/N)'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       SET REEMBOLSO-APROVADO TO TRUE
                       MOVE WRK-BANCO TO REE-BANCO
                       MOVE WRK-AGENCIA TO REE-AGENCIA
                       MOVE WRK-CONTA TO REE-CONTA
                       MOVE WRK-OPERADOR TO REE-OPERADOR-DECISAO
                       MOVE WRK-DATA-HOJE TO REE-DATA-DECISAO
                       MOVE SPACES TO REE-MOTIVO
                       REWRITE REEMBOLSO-REC
                       DISPLAY 'REEMBOLSO APROVADO.'
                   ELSE
                       DISPLAY 'APROVACAO CANCELADA.'
                   END-IF
               END-IF
           END-IF.

       RECUSA-PEDIDO.
           PERFORM LOCALIZA-PEDIDO
           IF PEDIDO-VALIDO
               MOVE SPACES TO WRK-MOTIVO
               DISPLAY 'DIGITE O MOTIVO DA RECUSA'
               ACCEPT WRK-MOTIVO
               IF WRK-MOTIVO = SPACES
                   DISPLAY 'O MOTIVO E OBRIGATORIO. PEDIDO NAO '
                       'RECUSADO.'
               ELSE
                   SET REEMBOLSO-RECUSADO TO TRUE
                   MOVE WRK-MOTIVO TO REE-MOTIVO
                   MOVE WRK-OPERADOR TO REE-OPERADOR-DECISAO
                   MOVE WRK-DATA-HOJE TO REE-DATA-DECISAO
                   REWRITE REEMBOLSO-REC
                   DISPLAY 'PEDIDO RECUSADO.'
               END-IF
           END-IF.

       EXIBE-PEDIDO.
           PERFORM BUSCA-NOME-ALUNO
           DISPLAY 'ALUNO.....: ' REE-STUDENT-ID ' ' WRK-NOME-ALUNO
           DISPLAY 'VALOR.....: ' REE-VALOR
           DISPLAY 'SOLICITADO: ' REE-DATA-SOLICITACAO
           DISPLAY 'SITUACAO..: ' REE-STATUS ' (P - PENDENTE, '
               'A - APROVADO, R - RECUSADO, G - PAGO, C - CANCELADO)'
           IF NOT REEMBOLSO-PENDENTE
               DISPLAY 'DECIDIDO..: ' REE-DATA-DECISAO ' POR '
                   REE-OPERADOR-DECISAO ' ' REE-MOTIVO
           END-IF.

       BUSCA-NOME-ALUNO.
           MOVE SPACES TO WRK-NOME-ALUNO
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS = '00'
               MOVE REE-STUDENT-ID TO MST-STUDENT-ID
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE 'ALUNO NAO CADASTRADO' TO WRK-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE MST-NOME TO WRK-NOME-ALUNO
               END-READ
               CLOSE ARQ-ALUNOS
           END-IF.
       END PROGRAM REEMAPRV.
