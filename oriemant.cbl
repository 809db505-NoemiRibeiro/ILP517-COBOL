      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIEMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Academic advising screen: assigns
      *             each student an advisor from INSTMSTR on the
      *             ORIENTA file and logs every advising contact on
      *             CONTATO (date, advisor, channel, summary and the
      *             follow-up date agreed), so RELRISCO can say who
      *             is responsible for each at-risk student and
      *             when anyone last spoke to them. Level-2 sign-on.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORIENTACAO ASSIGN TO "ORIENTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORI-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ORIENTACAO.

           SELECT ARQ-CONTATOS ASSIGN TO "CONTATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-STATUS-CONTATOS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-INSTRUTORES ASSIGN TO "INSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IST-ID
               FILE STATUS IS WRK-STATUS-INSTRUTORES.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ORIENTACAO.
           COPY ORIEREC.

       FD  ARQ-CONTATOS.
           COPY CONTREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-INSTRUTORES.
           COPY INSTREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORIENTACAO  PIC X(02).
       77 WRK-STATUS-CONTATOS    PIC X(02).
       77 WRK-STATUS-ALUNOS      PIC X(02).
       77 WRK-STATUS-INSTRUTORES PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'ORIEMANT'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 2.
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-OPCAO             PIC X(01).
       77 WRK-STUDENT-ID        PIC X(10).
       77 WRK-IST-ID            PIC X(06).
       77 WRK-ORIENTADOR-ATUAL  PIC X(06).
       77 WRK-DATA-CONTATO      PIC 9(08).
       77 WRK-CANAL             PIC X(01).
       77 WRK-RESUMO            PIC X(60).
       77 WRK-DATA-RETORNO      PIC 9(08).
       77 WRK-ULTIMA-SEQUENCIA  PIC 9(03).
       77 WRK-QTD-CONTATOS      PIC 9(03).
       77 WRK-NOME-CANAL        PIC X(10).

       01 WRK-ALUNO-OK PIC X VALUE 'N'.
           88 ALUNO-OK VALUE 'S'.

       01 WRK-INSTRUTOR-OK PIC X VALUE 'N'.
           88 INSTRUTOR-OK VALUE 'S'.

       01 WRK-DADOS-OK PIC X VALUE 'N'.
           88 DADOS-VALIDOS VALUE 'S'.

       01 WRK-FIM-CONTATOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-CONTATOS VALUE 'S'.

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ORIEMANT - ORIENTACAO ACADEMICA E CONTATOS'
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
           CLOSE ARQ-ORIENTACAO
           CLOSE ARQ-CONTATOS
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-INSTRUTORES
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN I-O ARQ-ORIENTACAO
           IF WRK-STATUS-ORIENTACAO = '35'
               OPEN OUTPUT ARQ-ORIENTACAO
               CLOSE ARQ-ORIENTACAO
               OPEN I-O ARQ-ORIENTACAO
           END-IF
           IF WRK-STATUS-ORIENTACAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ORIENTACAO '
                   '(ORIENTA). STATUS: ' WRK-STATUS-ORIENTACAO
               STOP RUN
           END-IF
           OPEN I-O ARQ-CONTATOS
           IF WRK-STATUS-CONTATOS = '35'
               OPEN OUTPUT ARQ-CONTATOS
               CLOSE ARQ-CONTATOS
               OPEN I-O ARQ-CONTATOS
           END-IF
           IF WRK-STATUS-CONTATOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE CONTATOS '
                   '(CONTATO). STATUS: ' WRK-STATUS-CONTATOS
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               STOP RUN
           END-IF
           OPEN INPUT ARQ-INSTRUTORES
           IF WRK-STATUS-INSTRUTORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE INSTRUTORES '
                   '(INSTMSTR). STATUS: ' WRK-STATUS-INSTRUTORES
               STOP RUN
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  O - ATRIBUIR OU TROCAR ORIENTADOR'
           DISPLAY '  R - REGISTRAR CONTATO'
           DISPLAY '  C - CONSULTAR ORIENTACAO E CONTATOS'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'O'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM ATRIBUI-ORIENTADOR
               WHEN 'R'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM REGISTRA-CONTATO
               WHEN 'C'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM CONSULTA-ORIENTACAO
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

       SOLICITA-STUDENT-ID.
           MOVE SPACES TO WRK-STUDENT-ID
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO '
               '(? PARA PESQUISAR POR NOME)'
           ACCEPT WRK-STUDENT-ID
           PERFORM PESQUISA-POR-NOME
               UNTIL WRK-STUDENT-ID(1:1) NOT = '?'.

       PESQUISA-POR-NOME.
           CALL 'ALUNBUSC'
           MOVE SPACES TO WRK-STUDENT-ID
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO '
               '(? PARA PESQUISAR POR NOME)'
           ACCEPT WRK-STUDENT-ID.

      * Reads the student and the advisor now assigned, if any.
       LOCALIZA-ALUNO.
           MOVE 'N' TO WRK-ALUNO-OK
           MOVE SPACES TO WRK-ORIENTADOR-ATUAL
           PERFORM SOLICITA-STUDENT-ID
           MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO: '
                       FUNCTION TRIM(WRK-STUDENT-ID)
               NOT INVALID KEY
                   SET ALUNO-OK TO TRUE
                   DISPLAY 'ALUNO: ' MST-STUDENT-ID ' ' MST-NOME
                   MOVE WRK-STUDENT-ID TO ORI-STUDENT-ID
                   READ ARQ-ORIENTACAO
                       INVALID KEY
                           DISPLAY 'ORIENTADOR: NAO ATRIBUIDO'
                       NOT INVALID KEY
                           MOVE ORI-IST-ID TO WRK-ORIENTADOR-ATUAL
                           MOVE ORI-IST-ID TO WRK-IST-ID
                           PERFORM LE-INSTRUTOR
                           DISPLAY 'ORIENTADOR: ' ORI-IST-ID ' '
                               IST-NOME ' DESDE '
                               ORI-DATA-ATRIBUICAO
                   END-READ
           END-READ.

       LE-INSTRUTOR.
           MOVE 'N' TO WRK-INSTRUTOR-OK
           MOVE WRK-IST-ID TO IST-ID
           READ ARQ-INSTRUTORES
               INVALID KEY
                   MOVE '(INSTRUTOR NAO CADASTRADO)' TO IST-NOME
               NOT INVALID KEY
                   SET INSTRUTOR-OK TO TRUE
           END-READ.

      * Only an active instructor can take on a student.
       ATRIBUI-ORIENTADOR.
           PERFORM LOCALIZA-ALUNO
           IF ALUNO-OK
               DISPLAY 'DIGITE O CODIGO DO ORIENTADOR (INSTMSTR)'
               MOVE SPACES TO WRK-IST-ID
               ACCEPT WRK-IST-ID
               PERFORM LE-INSTRUTOR
               IF NOT INSTRUTOR-OK
                   DISPLAY 'INSTRUTOR NAO CADASTRADO: ' WRK-IST-ID
               ELSE
                   IF INSTRUTOR-INATIVO
                       DISPLAY 'INSTRUTOR INATIVO: ' WRK-IST-ID
                   ELSE
                       PERFORM GRAVA-ORIENTACAO
                   END-IF
               END-IF
           END-IF.

       GRAVA-ORIENTACAO.
           MOVE WRK-STUDENT-ID TO ORI-STUDENT-ID
           MOVE WRK-IST-ID TO ORI-IST-ID
           MOVE WRK-DATA-HOJE TO ORI-DATA-ATRIBUICAO
           MOVE WRK-OPERADOR TO ORI-OPERADOR
           IF WRK-ORIENTADOR-ATUAL = SPACES
               WRITE ORIENTACAO-REC
               DISPLAY 'ORIENTADOR ATRIBUIDO: ' WRK-IST-ID ' '
                   IST-NOME
           ELSE
               REWRITE ORIENTACAO-REC
               DISPLAY 'ORIENTADOR TROCADO DE ' WRK-ORIENTADOR-ATUAL
                   ' PARA ' WRK-IST-ID ' ' IST-NOME
           END-IF.

      * The advisor defaults to the one assigned; a contact made by
      * someone else (a coordinator covering) names them instead.
       REGISTRA-CONTATO.
           PERFORM LOCALIZA-ALUNO
           IF ALUNO-OK
               PERFORM SOLICITA-DADOS-CONTATO
               IF DADOS-VALIDOS
                   PERFORM GRAVA-CONTATO
               ELSE
                   DISPLAY 'CONTATO NAO REGISTRADO.'
               END-IF
           END-IF.

       SOLICITA-DADOS-CONTATO.
           MOVE 'S' TO WRK-DADOS-OK
           DISPLAY 'DIGITE O CODIGO DO ORIENTADOR '
               '(BRANCO = ORIENTADOR ATRIBUIDO)'
           MOVE SPACES TO WRK-IST-ID
           ACCEPT WRK-IST-ID
           IF WRK-IST-ID = SPACES
               MOVE WRK-ORIENTADOR-ATUAL TO WRK-IST-ID
           END-IF
           IF WRK-IST-ID = SPACES
               DISPLAY 'ALUNO SEM ORIENTADOR; INFORME QUEM FEZ O '
                   'CONTATO.'
               MOVE 'N' TO WRK-DADOS-OK
           ELSE
               PERFORM LE-INSTRUTOR
               IF NOT INSTRUTOR-OK
                   DISPLAY 'INSTRUTOR NAO CADASTRADO: ' WRK-IST-ID
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           END-IF
           IF DADOS-VALIDOS
               DISPLAY 'DIGITE A DATA DO CONTATO (AAAAMMDD, '
                   '0 = HOJE)'
               ACCEPT WRK-DATA-CONTATO
               IF WRK-DATA-CONTATO = 0
                   MOVE WRK-DATA-HOJE TO WRK-DATA-CONTATO
               END-IF
               DISPLAY 'CANAL: P - PRESENCIAL  T - TELEFONE  '
                   'E - E-MAIL  V - VIDEO'
               ACCEPT WRK-CANAL
               MOVE FUNCTION UPPER-CASE(WRK-CANAL) TO WRK-CANAL
               DISPLAY 'DIGITE O RESUMO DO CONTATO'
               MOVE SPACES TO WRK-RESUMO
               ACCEPT WRK-RESUMO
               DISPLAY 'DIGITE A DATA DO RETORNO (AAAAMMDD, '
                   '0 = SEM RETORNO)'
               ACCEPT WRK-DATA-RETORNO
               IF WRK-DATA-CONTATO > WRK-DATA-HOJE
                   DISPLAY 'DATA DO CONTATO INVALIDA: '
                       WRK-DATA-CONTATO
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
               MOVE WRK-CANAL TO CTT-CANAL
               IF NOT CANAL-VALIDO
                   DISPLAY 'CANAL INVALIDO: ' WRK-CANAL
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
               IF WRK-RESUMO = SPACES
                   DISPLAY 'RESUMO OBRIGATORIO.'
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
               IF WRK-DATA-RETORNO NOT = 0
                   AND WRK-DATA-RETORNO < WRK-DATA-CONTATO
                   DISPLAY 'DATA DO RETORNO ANTERIOR AO CONTATO: '
                       WRK-DATA-RETORNO
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           END-IF.

      * Several contacts on the same day take the next sequence.
       GRAVA-CONTATO.
           MOVE 0 TO WRK-ULTIMA-SEQUENCIA
           MOVE 'N' TO WRK-FIM-CONTATOS
           MOVE WRK-STUDENT-ID TO CTT-STUDENT-ID
           MOVE WRK-DATA-CONTATO TO CTT-DATA
           MOVE 0 TO CTT-SEQUENCIA
           START ARQ-CONTATOS KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-CONTATOS TO TRUE
           END-START
           PERFORM LE-SEQUENCIA-CONTATO UNTIL NAO-HA-MAIS-CONTATOS
           MOVE WRK-STUDENT-ID TO CTT-STUDENT-ID
           MOVE WRK-DATA-CONTATO TO CTT-DATA
           COMPUTE CTT-SEQUENCIA = WRK-ULTIMA-SEQUENCIA + 1
           MOVE WRK-IST-ID TO CTT-IST-ID
           MOVE WRK-CANAL TO CTT-CANAL
           MOVE WRK-RESUMO TO CTT-RESUMO
           MOVE WRK-DATA-RETORNO TO CTT-DATA-RETORNO
           MOVE WRK-OPERADOR TO CTT-OPERADOR
           WRITE CONTATO-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CONTATO. STATUS: '
                       WRK-STATUS-CONTATOS
               NOT INVALID KEY
                   DISPLAY 'CONTATO REGISTRADO.'
           END-WRITE.

       LE-SEQUENCIA-CONTATO.
           READ ARQ-CONTATOS NEXT
               AT END
                   SET NAO-HA-MAIS-CONTATOS TO TRUE
               NOT AT END
                   IF CTT-STUDENT-ID = WRK-STUDENT-ID
                       AND CTT-DATA = WRK-DATA-CONTATO
                       MOVE CTT-SEQUENCIA TO WRK-ULTIMA-SEQUENCIA
                   ELSE
                       SET NAO-HA-MAIS-CONTATOS TO TRUE
                   END-IF
           END-READ.

       CONSULTA-ORIENTACAO.
           PERFORM LOCALIZA-ALUNO
           IF ALUNO-OK
               MOVE 0 TO WRK-QTD-CONTATOS
               MOVE 'N' TO WRK-FIM-CONTATOS
               MOVE WRK-STUDENT-ID TO CTT-STUDENT-ID
               MOVE 0 TO CTT-DATA
               MOVE 0 TO CTT-SEQUENCIA
               START ARQ-CONTATOS KEY IS NOT LESS THAN CTT-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-CONTATOS TO TRUE
               END-START
               DISPLAY 'CONTATOS (DATA / ORIENTADOR / CANAL / '
                   'RETORNO):'
               PERFORM EXIBE-CONTATO UNTIL NAO-HA-MAIS-CONTATOS
               IF WRK-QTD-CONTATOS = 0
                   DISPLAY '  NENHUM CONTATO REGISTRADO.'
               END-IF
           END-IF.

       EXIBE-CONTATO.
           READ ARQ-CONTATOS NEXT
               AT END
                   SET NAO-HA-MAIS-CONTATOS TO TRUE
               NOT AT END
                   IF CTT-STUDENT-ID NOT = WRK-STUDENT-ID
                       SET NAO-HA-MAIS-CONTATOS TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-CONTATOS
                       EVALUATE TRUE
                           WHEN CANAL-PRESENCIAL
                               MOVE 'PRESENCIAL' TO WRK-NOME-CANAL
                           WHEN CANAL-TELEFONE
                               MOVE 'TELEFONE' TO WRK-NOME-CANAL
                           WHEN CANAL-EMAIL
                               MOVE 'E-MAIL' TO WRK-NOME-CANAL
                           WHEN OTHER
                               MOVE 'VIDEO' TO WRK-NOME-CANAL
                       END-EVALUATE
                       DISPLAY '  ' CTT-DATA ' ' CTT-IST-ID ' '
                           WRK-NOME-CANAL ' ' CTT-DATA-RETORNO
                       DISPLAY '      ' CTT-RESUMO
                   END-IF
           END-READ.
       END PROGRAM ORIEMANT.
