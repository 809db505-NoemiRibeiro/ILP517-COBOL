      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Maintenance for the CTBMAPA
      *             general-ledger account map behind a level-3
      *             sign-on: list, include, change and delete the
      *             debit and credit accounts for each kind of
      *             LANCFIN movement (charge, discount, fee, payment,
      *             reversal, refund - each as a debit or a credit
      *             line). The operator and date of the change are
      *             stamped on the entry. The CTBEXTR extract uses
      *             the map in force on the night it runs.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MAPA ASSIGN TO "CTBMAPA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTM-CHAVE
               FILE STATUS IS WRK-STATUS-MAPA.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-MAPA.
           COPY CTBMREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MAPA      PIC X(02).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SIGNON-OK        PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'CTBMANT'.
       77 WRK-NIVEL-EXIGIDO    PIC 9(01) VALUE 3.
       77 WRK-OPCAO            PIC X(01).
       77 WRK-DATA-HOJE        PIC 9(08).
       77 WRK-TIPO             PIC X(01).
       77 WRK-NATUREZA         PIC X(01).
       77 WRK-CONTA-DEBITO     PIC X(12).
       77 WRK-CONTA-CREDITO    PIC X(12).
       77 WRK-DESCRICAO        PIC X(30).
       77 WRK-CONFIRMA         PIC X(01).

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 WRK-FIM-LISTA        PIC X(01).
           88 FIM-LISTA VALUE 'S'.

       01 WRK-CHAVE-OK         PIC X(01).
           88 CHAVE-VALIDA VALUE 'S'.

       01 WRK-DADOS-OK         PIC X(01).
           88 DADOS-VALIDOS VALUE 'S'.

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'CTBMANT - MAPA DE CONTAS CONTABEIS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM ABRE-MAPA
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-MAPA
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       ABRE-MAPA.
           OPEN I-O ARQ-MAPA
           IF WRK-STATUS-MAPA = '35'
               OPEN OUTPUT ARQ-MAPA
               CLOSE ARQ-MAPA
               OPEN I-O ARQ-MAPA
           END-IF
           IF WRK-STATUS-MAPA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MAPA DE CONTAS '
                   '(CTBMAPA). STATUS: ' WRK-STATUS-MAPA
               STOP RUN
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  L - LISTAR MAPA DE CONTAS'
           DISPLAY '  I - INCLUIR ENTRADA'
           DISPLAY '  A - ALTERAR ENTRADA'
           DISPLAY '  E - EXCLUIR ENTRADA'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'L'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-MAPA
               WHEN 'I'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM INCLUI-ENTRADA
               WHEN 'A'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM ALTERA-ENTRADA
               WHEN 'E'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM EXCLUI-ENTRADA
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

       LISTA-MAPA.
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE LOW-VALUES TO CTM-CHAVE
           START ARQ-MAPA KEY IS NOT LESS THAN CTM-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY 'TP NT CONTA DEBITO  CONTA CREDITO DESCRICAO'
           PERFORM LISTA-UMA-ENTRADA UNTIL FIM-LISTA.

       LISTA-UMA-ENTRADA.
           READ ARQ-MAPA NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   DISPLAY CTM-TIPO '  ' CTM-NATUREZA '  '
                       CTM-CONTA-DEBITO ' ' CTM-CONTA-CREDITO '  '
                       CTM-DESCRICAO
           END-READ.

       SOLICITA-CHAVE-MAPA.
           DISPLAY 'DIGITE O TIPO DO MOVIMENTO (C - COBRANCA, '
               'D - DESCONTO, J - ENCARGO, P - PAGAMENTO, '
               'E - ESTORNO, R - REEMBOLSO)'
           ACCEPT WRK-TIPO
           MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO
           DISPLAY 'DIGITE A NATUREZA NO EXTRATO DO ALUNO (D - DEBITO, '
               'C - CREDITO)'
           ACCEPT WRK-NATUREZA
           MOVE FUNCTION UPPER-CASE(WRK-NATUREZA) TO WRK-NATUREZA
           MOVE 'S' TO WRK-CHAVE-OK
           MOVE WRK-TIPO TO CTM-TIPO
           MOVE WRK-NATUREZA TO CTM-NATUREZA
           IF NOT TIPO-MOVIMENTO-VALIDO
               DISPLAY 'TIPO DE MOVIMENTO INVALIDO: ' WRK-TIPO
               MOVE 'N' TO WRK-CHAVE-OK
           END-IF
           IF NOT NATUREZA-VALIDA
               DISPLAY 'NATUREZA INVALIDA: ' WRK-NATUREZA
               MOVE 'N' TO WRK-CHAVE-OK
           END-IF.

      * An entry that debits and credits the same account would
      * post nothing; both accounts are required and must differ.
       SOLICITA-DADOS-MAPA.
           MOVE SPACES TO WRK-CONTA-DEBITO, WRK-CONTA-CREDITO,
               WRK-DESCRICAO
           DISPLAY 'DIGITE A CONTA A DEBITAR'
           ACCEPT WRK-CONTA-DEBITO
           DISPLAY 'DIGITE A CONTA A CREDITAR'
           ACCEPT WRK-CONTA-CREDITO
           DISPLAY 'DIGITE A DESCRICAO'
           ACCEPT WRK-DESCRICAO
           MOVE 'S' TO WRK-DADOS-OK
           IF WRK-CONTA-DEBITO = SPACES OR WRK-CONTA-CREDITO = SPACES
               DISPLAY 'AS DUAS CONTAS SAO OBRIGATORIAS.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           IF WRK-CONTA-DEBITO = WRK-CONTA-CREDITO
               DISPLAY 'CONTA A DEBITAR IGUAL A CONTA A CREDITAR.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

       INCLUI-ENTRADA.
           PERFORM SOLICITA-CHAVE-MAPA
           IF CHAVE-VALIDA
               PERFORM SOLICITA-DADOS-MAPA
               IF DADOS-VALIDOS
                   PERFORM MOVE-DADOS-MAPA
                   WRITE CONTA-MAPA-REC
                       INVALID KEY
                           DISPLAY 'ENTRADA JA CADASTRADA PARA '
                               WRK-TIPO '/' WRK-NATUREZA
                               '. USE A OPCAO A.'
                       NOT INVALID KEY
                           DISPLAY 'ENTRADA INCLUIDA.'
                   END-WRITE
               ELSE
                   DISPLAY 'ENTRADA NAO GRAVADA.'
               END-IF
           END-IF.

       MOVE-DADOS-MAPA.
           MOVE WRK-TIPO TO CTM-TIPO
           MOVE WRK-NATUREZA TO CTM-NATUREZA
           MOVE WRK-CONTA-DEBITO TO CTM-CONTA-DEBITO
           MOVE WRK-CONTA-CREDITO TO CTM-CONTA-CREDITO
           MOVE WRK-DESCRICAO TO CTM-DESCRICAO
           MOVE WRK-OPERADOR TO CTM-OPERADOR
           MOVE WRK-DATA-HOJE TO CTM-DATA-ALTERACAO.

       ALTERA-ENTRADA.
           PERFORM SOLICITA-CHAVE-MAPA
           IF CHAVE-VALIDA
               READ ARQ-MAPA
                   INVALID KEY
                       DISPLAY 'ENTRADA NAO ENCONTRADA: '
                           WRK-TIPO '/' WRK-NATUREZA
                   NOT INVALID KEY
                       PERFORM EXIBE-ENTRADA
                       PERFORM SOLICITA-DADOS-MAPA
                       IF DADOS-VALIDOS
                           PERFORM MOVE-DADOS-MAPA
                           REWRITE CONTA-MAPA-REC
                           DISPLAY 'ENTRADA ALTERADA.'
                       ELSE
                           DISPLAY 'ENTRADA NAO ALTERADA.'
                       END-IF
               END-READ
           END-IF.

      * Without the entry the extract refuses to run for any night
      * with a movement of that kind, so deletion asks first.
       EXCLUI-ENTRADA.
           PERFORM SOLICITA-CHAVE-MAPA
           IF CHAVE-VALIDA
               READ ARQ-MAPA
                   INVALID KEY
                       DISPLAY 'ENTRADA NAO ENCONTRADA: '
                           WRK-TIPO '/' WRK-NATUREZA
                   NOT INVALID KEY
                       PERFORM EXIBE-ENTRADA
                       DISPLAY 'CONFIRMA A EXCLUSAO? (S/N)'
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                           DELETE ARQ-MAPA
                           DISPLAY 'ENTRADA EXCLUIDA.'
                       ELSE
                           DISPLAY 'EXCLUSAO CANCELADA.'
                       END-IF
               END-READ
           END-IF.

       EXIBE-ENTRADA.
           DISPLAY 'CONTA A DEBITAR.: ' CTM-CONTA-DEBITO
           DISPLAY 'CONTA A CREDITAR: ' CTM-CONTA-CREDITO
           DISPLAY 'DESCRICAO.......: ' CTM-DESCRICAO
           DISPLAY 'ALTERADA EM.....: ' CTM-DATA-ALTERACAO ' POR '
               CTM-OPERADOR.
       END PROGRAM CTBMANT.
