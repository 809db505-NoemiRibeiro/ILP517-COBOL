      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREIMP.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Retrieval and reprint from the
      *             report repository: lists the runs of a report
      *             kept on RELINDEX (date, sequence, time, program,
      *             term, pages, expiry) and reprints one - chosen by
      *             report name and date, 0 = the most recent - to
      *             REIMPREL from the text kept on RELCONT, whole or
      *             by page range. The reprint carries a heading
      *             naming the original run and who asked for the
      *             copy. Level-2 sign-on: reports carry student
      *             data.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INDICE ASSIGN TO "RELINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-CHAVE
               FILE STATUS IS WRK-STATUS-INDICE.

           SELECT ARQ-CONTEUDO ASSIGN TO "RELCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WRK-STATUS-CONTEUDO.

           SELECT ARQ-REIMPRESSAO ASSIGN TO "REIMPREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-INDICE.
           COPY RELINDEX.

       FD  ARQ-CONTEUDO.
           COPY RELCONT.

       FD  ARQ-REIMPRESSAO.
       01  REIMPRESSAO-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-INDICE     PIC X(02).
       77 WRK-STATUS-CONTEUDO   PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'RELREIMP'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 2.
       77 WRK-OPCAO             PIC X(01).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-RELATORIO         PIC X(10).
       77 WRK-DATA-PEDIDA       PIC 9(08).
       77 WRK-SEQUENCIA-PEDIDA  PIC 9(03).
       77 WRK-PAGINA-INICIAL    PIC 9(05).
       77 WRK-PAGINA-FINAL      PIC 9(05).
       77 WRK-LINHA-INICIAL     PIC 9(07).
       77 WRK-LINHA-FINAL       PIC 9(07).
       77 WRK-QTD-LISTADOS      PIC 9(05) VALUE 0.
       77 WRK-QTD-REIMPRESSAS   PIC 9(07) VALUE 0.

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 WRK-FIM-INDICE PIC X VALUE 'N'.
           88 NAO-HA-MAIS-INDICE VALUE 'S'.

       01 WRK-FIM-CONTEUDO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-CONTEUDO VALUE 'S'.

       01 WRK-ACHOU PIC X VALUE 'N'.
           88 EXECUCAO-ENCONTRADA VALUE 'S'.

      * The run picked for the reprint.
       01 EXECUCAO-ESCOLHIDA.
           03 ESC-CHAVE.
               05 ESC-RELATORIO        PIC X(10).
               05 ESC-DATA             PIC 9(08).
               05 ESC-SEQUENCIA        PIC 9(03).
           03 ESC-HORA             PIC 9(06).
           03 ESC-PROGRAMA         PIC X(08).
           03 ESC-TERMO            PIC 9(05).
           03 ESC-LINHAS           PIC 9(07).
           03 ESC-PAGINAS          PIC 9(05).
           03 ESC-LINHAS-PAGINA    PIC 9(03).
           03 ESC-SITUACAO         PIC X(01).

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'RELREIMP - CONSULTA E REIMPRESSAO DE RELATORIOS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-INDICE
           IF WRK-STATUS-INDICE NOT = '00'
               DISPLAY 'REPOSITORIO DE RELATORIOS (RELINDEX) VAZIO OU '
                   'INEXISTENTE. STATUS: ' WRK-STATUS-INDICE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-CONTEUDO
           IF WRK-STATUS-CONTEUDO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O TEXTO DOS RELATORIOS '
                   '(RELCONT). STATUS: ' WRK-STATUS-CONTEUDO
               CLOSE ARQ-INDICE
               STOP RUN
           END-IF
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-INDICE
           CLOSE ARQ-CONTEUDO
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  L - LISTAR EXECUCOES DE UM RELATORIO'
           DISPLAY '  R - REIMPRIMIR UM RELATORIO'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'L'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-EXECUCOES
               WHEN 'R'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM REIMPRIME-RELATORIO
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

       SOLICITA-RELATORIO.
           MOVE SPACES TO WRK-RELATORIO
           MOVE 0 TO WRK-DATA-PEDIDA
           DISPLAY 'DIGITE O RELATORIO (NOME DO ARQUIVO, EX.: GEOMREL)'
           ACCEPT WRK-RELATORIO
           MOVE FUNCTION UPPER-CASE(WRK-RELATORIO) TO WRK-RELATORIO
           DISPLAY 'DIGITE A DATA DE PROCESSAMENTO AAAAMMDD '
               '(0 = MAIS RECENTE)'
           ACCEPT WRK-DATA-PEDIDA.

      * Runs of one report are contiguous on the key; with a date
      * the scan starts at that date and stops when it changes.
       POSICIONA-RELATORIO.
           MOVE 'N' TO WRK-FIM-INDICE
           MOVE WRK-RELATORIO TO IND-RELATORIO
           MOVE WRK-DATA-PEDIDA TO IND-DATA
           MOVE 0 TO IND-SEQUENCIA
           START ARQ-INDICE KEY IS NOT LESS THAN IND-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-INDICE TO TRUE
           END-START.

       LE-INDICE.
           READ ARQ-INDICE NEXT
               AT END
                   SET NAO-HA-MAIS-INDICE TO TRUE
               NOT AT END
                   IF IND-RELATORIO NOT = WRK-RELATORIO
                       OR (WRK-DATA-PEDIDA NOT = 0
                           AND IND-DATA NOT = WRK-DATA-PEDIDA)
                       SET NAO-HA-MAIS-INDICE TO TRUE
                   END-IF
           END-READ.

       LISTA-EXECUCOES.
           PERFORM SOLICITA-RELATORIO
           MOVE 0 TO WRK-QTD-LISTADOS
           PERFORM POSICIONA-RELATORIO
           DISPLAY 'DATA     SEQ HORA   PROGRAMA TERMO PAGS  '
               'EXPIRA   SIT'
           PERFORM LISTA-UMA-EXECUCAO UNTIL NAO-HA-MAIS-INDICE
           IF WRK-QTD-LISTADOS = 0
               DISPLAY 'NENHUMA EXECUCAO DE '
                   FUNCTION TRIM(WRK-RELATORIO) ' NO REPOSITORIO.'
           END-IF.

       LISTA-UMA-EXECUCAO.
           PERFORM LE-INDICE
           IF NOT NAO-HA-MAIS-INDICE
               ADD 1 TO WRK-QTD-LISTADOS
               DISPLAY IND-DATA ' ' IND-SEQUENCIA ' ' IND-HORA ' '
                   IND-PROGRAMA ' ' IND-TERMO ' ' IND-PAGINAS ' '
                   IND-DATA-EXPIRA ' ' IND-SITUACAO
           END-IF.

      * Without a date the last run on file is the one wanted;
      * with a date and sequence 0, the last run of that day.
       REIMPRIME-RELATORIO.
           PERFORM SOLICITA-RELATORIO
           MOVE 0 TO WRK-SEQUENCIA-PEDIDA
           IF WRK-DATA-PEDIDA NOT = 0
               DISPLAY 'DIGITE A SEQUENCIA NO DIA (0 = ULTIMA)'
               ACCEPT WRK-SEQUENCIA-PEDIDA
           END-IF
           MOVE 'N' TO WRK-ACHOU
           PERFORM POSICIONA-RELATORIO
           PERFORM PROCURA-EXECUCAO UNTIL NAO-HA-MAIS-INDICE
           EVALUATE TRUE
               WHEN NOT EXECUCAO-ENCONTRADA
                   DISPLAY 'EXECUCAO NAO ENCONTRADA NO REPOSITORIO.'
               WHEN ESC-SITUACAO NOT = 'G'
                   DISPLAY 'O TEXTO DESTA EXECUCAO NAO FOI GUARDADO. '
                       'NAO HA O QUE REIMPRIMIR.'
               WHEN OTHER
                   PERFORM SOLICITA-PAGINAS
                   PERFORM GRAVA-REIMPRESSAO
           END-EVALUATE.

       PROCURA-EXECUCAO.
           PERFORM LE-INDICE
           IF NOT NAO-HA-MAIS-INDICE
               IF WRK-SEQUENCIA-PEDIDA = 0
                   OR IND-SEQUENCIA = WRK-SEQUENCIA-PEDIDA
                   SET EXECUCAO-ENCONTRADA TO TRUE
                   MOVE IND-CHAVE TO ESC-CHAVE
                   MOVE IND-HORA TO ESC-HORA
                   MOVE IND-PROGRAMA TO ESC-PROGRAMA
                   MOVE IND-TERMO TO ESC-TERMO
                   MOVE IND-LINHAS TO ESC-LINHAS
                   MOVE IND-PAGINAS TO ESC-PAGINAS
                   MOVE IND-LINHAS-PAGINA TO ESC-LINHAS-PAGINA
                   MOVE IND-SITUACAO TO ESC-SITUACAO
               END-IF
           END-IF.

       SOLICITA-PAGINAS.
           DISPLAY 'EXECUCAO DE ' ESC-DATA ' SEQ ' ESC-SEQUENCIA
               ' AS ' ESC-HORA ' (' FUNCTION TRIM(ESC-PROGRAMA)
               ') - ' ESC-PAGINAS ' PAGINA(S)'
           MOVE 0 TO WRK-PAGINA-INICIAL, WRK-PAGINA-FINAL
           DISPLAY 'PAGINA INICIAL (0 = TODAS)'
           ACCEPT WRK-PAGINA-INICIAL
           IF WRK-PAGINA-INICIAL = 0
               MOVE 1 TO WRK-LINHA-INICIAL
               MOVE ESC-LINHAS TO WRK-LINHA-FINAL
           ELSE
               DISPLAY 'PAGINA FINAL (0 = ULTIMA)'
               ACCEPT WRK-PAGINA-FINAL
               IF WRK-PAGINA-FINAL = 0
                   OR WRK-PAGINA-FINAL > ESC-PAGINAS
                   MOVE ESC-PAGINAS TO WRK-PAGINA-FINAL
               END-IF
               COMPUTE WRK-LINHA-INICIAL =
                   (WRK-PAGINA-INICIAL - 1) * ESC-LINHAS-PAGINA + 1
               COMPUTE WRK-LINHA-FINAL =
                   WRK-PAGINA-FINAL * ESC-LINHAS-PAGINA
           END-IF.

       GRAVA-REIMPRESSAO.
           MOVE 0 TO WRK-QTD-REIMPRESSAS
           OPEN OUTPUT ARQ-REIMPRESSAO
           MOVE SPACES TO REIMPRESSAO-REC
           STRING 'REIMPRESSAO DE ' DELIMITED SIZE
               ESC-RELATORIO DELIMITED SPACE
               ' DE ' ESC-DATA DELIMITED SIZE
               ' SEQ ' ESC-SEQUENCIA DELIMITED SIZE
               ' (' ESC-PROGRAMA DELIMITED SPACE
               ') - PEDIDA POR ' WRK-OPERADOR DELIMITED SPACE
               ' EM ' WRK-DATA-HOJE DELIMITED SIZE
               INTO REIMPRESSAO-REC
           END-STRING
           WRITE REIMPRESSAO-REC
           MOVE 'N' TO WRK-FIM-CONTEUDO
           MOVE ESC-RELATORIO TO RCT-RELATORIO
           MOVE ESC-DATA TO RCT-DATA
           MOVE ESC-SEQUENCIA TO RCT-SEQUENCIA
           MOVE WRK-LINHA-INICIAL TO RCT-LINHA
           START ARQ-CONTEUDO KEY IS NOT LESS THAN RCT-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-CONTEUDO TO TRUE
           END-START
           PERFORM COPIA-LINHA UNTIL NAO-HA-MAIS-CONTEUDO
           CLOSE ARQ-REIMPRESSAO
           DISPLAY WRK-QTD-REIMPRESSAS ' LINHA(S) REIMPRESSA(S) EM '
               'REIMPREL.'.

       COPIA-LINHA.
           READ ARQ-CONTEUDO NEXT
               AT END
                   SET NAO-HA-MAIS-CONTEUDO TO TRUE
               NOT AT END
                   IF RCT-RELATORIO NOT = ESC-RELATORIO
                       OR RCT-DATA NOT = ESC-DATA
                       OR RCT-SEQUENCIA NOT = ESC-SEQUENCIA
                       OR RCT-LINHA > WRK-LINHA-FINAL
                       SET NAO-HA-MAIS-CONTEUDO TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-REIMPRESSAS
                       MOVE RCT-TEXTO TO REIMPRESSAO-REC
                       WRITE REIMPRESSAO-REC
                   END-IF
           END-READ.
       END PROGRAM RELREIMP.
