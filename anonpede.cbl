      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONPEDE.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Individual erasure request: the
      *             student (or whoever holds the right) asks for
      *             their personal data to be erased, the secretary
      *             keys the request protocol and, after a
      *             confirmation, ALUNANON anonymizes the student
      *             with no retention period to wait for. The same
      *             refusals as the periodic ANONPURG purge apply
      *             (still active, open balance, dispute or
      *             transcript request), and the outcome goes to
      *             ANONLOG under the operator and protocol.
      *             Level-3 sign-on.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ALUNOS      PIC X(02).
       77 WRK-OPERADOR           PIC X(08).
       77 WRK-SIGNON-OK          PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'ANONPEDE'.
       77 WRK-NIVEL-EXIGIDO      PIC 9(01) VALUE 3.
       77 WRK-STUDENT-ID         PIC X(10).
       77 WRK-PROTOCOLO          PIC X(20).
       77 WRK-CONFIRMA           PIC X(01).
       77 WRK-ANON-ORIGEM        PIC X(01) VALUE 'T'.
       77 WRK-ANON-RESULTADO     PIC X(01).
       77 WRK-ANON-MOTIVO        PIC X(40).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ANONPEDE - PEDIDO DE ELIMINACAO DE DADOS PESSOAIS'
           DISPLAY '---------------------------------------------------'
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM SOLICITA-STUDENT-ID
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               STOP RUN
           END-IF
           MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO: '
                       FUNCTION TRIM(WRK-STUDENT-ID)
                   CLOSE ARQ-ALUNOS
                   STOP RUN
           END-READ
           CLOSE ARQ-ALUNOS
           IF ALUNO-ANONIMIZADO
               DISPLAY 'OS DADOS DESTE ALUNO JA FORAM ANONIMIZADOS.'
               STOP RUN
           END-IF
           DISPLAY 'MATRICULA.: ' MST-STUDENT-ID
           DISPLAY 'NOME......: ' MST-NOME
           DISPLAY 'ENDERECO..: ' MST-ENDERECO
           DISPLAY 'E-MAIL....: ' MST-EMAIL
           MOVE SPACES TO WRK-PROTOCOLO
           DISPLAY 'DIGITE O PROTOCOLO DO PEDIDO DE ELIMINACAO'
           ACCEPT WRK-PROTOCOLO
           IF WRK-PROTOCOLO = SPACES
               DISPLAY 'PROTOCOLO OBRIGATORIO. PEDIDO NAO REGISTRADO.'
               STOP RUN
           END-IF
           DISPLAY 'NOME, ENDERECO, E-MAIL E DADOS DO CENSO SERAO '
               'APAGADOS; MATRICULA E NOTAS FICAM.'
           DISPLAY 'CONFIRMA A ANONIMIZACAO DE '
               FUNCTION TRIM(WRK-STUDENT-ID) '? (S/N)'
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'ANONIMIZACAO CANCELADA.'
               STOP RUN
           END-IF
           CALL 'ALUNANON' USING WRK-STUDENT-ID, WRK-ANON-ORIGEM,
               WRK-OPERADOR, WRK-PROTOCOLO, WRK-ANON-RESULTADO,
               WRK-ANON-MOTIVO
           EVALUATE WRK-ANON-RESULTADO
               WHEN 'A'
                   DISPLAY 'DADOS PESSOAIS ANONIMIZADOS. ACAO '
                       'REGISTRADA EM ANONLOG.'
               WHEN 'R'
                   DISPLAY 'PEDIDO RECUSADO: '
                       FUNCTION TRIM(WRK-ANON-MOTIVO)
                   DISPLAY 'RECUSA REGISTRADA EM ANONLOG.'
               WHEN 'J'
                   DISPLAY 'OS DADOS DESTE ALUNO JA FORAM ANONIMIZADOS.'
               WHEN OTHER
                   DISPLAY 'ANONIMIZACAO NAO CONCLUIDA: '
                       FUNCTION TRIM(WRK-ANON-MOTIVO)
                   DISPLAY 'CORRIJA E REPITA O PEDIDO.'
           END-EVALUATE
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

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
       END PROGRAM ANONPEDE.
