      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Entry screen for the complementary
      *             activities of a student (ATIVCOMP) - internships,
      *             extension projects, events - until now kept on
      *             paper forms: lists a student's activities with
      *             the hours per type, includes an approved activity
      *             (type from the TIPOATIV table, institution, hours
      *             and date, with the signed-on operator recorded as
      *             approver) and removes one keyed in error. An
      *             activity that would take the student past the
      *             maximum hours of its type is refused, naming the
      *             limit and the hours already counted. The type
      *             table itself (description and maximum hours) is
      *             kept from the same screen.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ATIVIDADES ASSIGN TO "ATIVCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-CHAVE
               FILE STATUS IS WRK-STATUS-ATIVIDADES.

           SELECT ARQ-TIPOS ASSIGN TO "TIPOATIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-TIPO
               FILE STATUS IS WRK-STATUS-TIPOS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ATIVIDADES.
           COPY ATIVREC.

       FD  ARQ-TIPOS.
           COPY TPATREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ATIVIDADES PIC X(02).
       77 WRK-STATUS-TIPOS     PIC X(02).
       77 WRK-STATUS-ALUNOS    PIC X(02).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SIGNON-OK        PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'ATIVMANT'.
       77 WRK-NIVEL-EXIGIDO    PIC 9(01) VALUE 3.
       77 WRK-OPCAO            PIC X(01).
       77 WRK-DATA-HOJE        PIC 9(08).
       77 WRK-STUDENT-ID       PIC X(10).
       77 WRK-SEQUENCIA        PIC 9(03).
       77 WRK-ULTIMA-SEQUENCIA PIC 9(03).
       77 WRK-TIPO             PIC X(02).
       77 WRK-INSTITUICAO      PIC X(30).
       77 WRK-HORAS            PIC 9(04).
       77 WRK-DATA-ATIVIDADE   PIC 9(08).
       77 WRK-DESCRICAO        PIC X(30).
       77 WRK-MAX-HORAS        PIC 9(04).
       77 WRK-HORAS-TIPO       PIC 9(05).
       77 WRK-HORAS-TOTAL      PIC 9(05).
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
           DISPLAY 'ATIVMANT - ATIVIDADES COMPLEMENTARES'
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
           CLOSE ARQ-ATIVIDADES
           CLOSE ARQ-TIPOS
           CLOSE ARQ-ALUNOS
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN I-O ARQ-ATIVIDADES
           IF WRK-STATUS-ATIVIDADES = '35'
               OPEN OUTPUT ARQ-ATIVIDADES
               CLOSE ARQ-ATIVIDADES
               OPEN I-O ARQ-ATIVIDADES
           END-IF
           IF WRK-STATUS-ATIVIDADES NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS ATIVIDADES COMPLEMENTARES '
                   '(ATIVCOMP). STATUS: ' WRK-STATUS-ATIVIDADES
               STOP RUN
           END-IF
           OPEN I-O ARQ-TIPOS
           IF WRK-STATUS-TIPOS = '35'
               OPEN OUTPUT ARQ-TIPOS
               CLOSE ARQ-TIPOS
               OPEN I-O ARQ-TIPOS
           END-IF
           IF WRK-STATUS-TIPOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS TIPOS DE ATIVIDADE '
                   '(TIPOATIV). STATUS: ' WRK-STATUS-TIPOS
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               STOP RUN
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  L - LISTAR ATIVIDADES DE UM ALUNO'
           DISPLAY '  I - INCLUIR ATIVIDADE'
           DISPLAY '  E - EXCLUIR ATIVIDADE'
           DISPLAY '  T - LISTAR TIPOS DE ATIVIDADE'
           DISPLAY '  M - INCLUIR/ALTERAR TIPO DE ATIVIDADE'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'L'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-ATIVIDADES
               WHEN 'I'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM INCLUI-ATIVIDADE
               WHEN 'E'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM EXCLUI-ATIVIDADE
               WHEN 'T'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-TIPOS
               WHEN 'M'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM MANTEM-TIPO
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
           END-READ.

       LISTA-ATIVIDADES.
           PERFORM SOLICITA-ALUNO
           IF ALUNO-VALIDO
               MOVE 0 TO WRK-HORAS-TOTAL
               PERFORM POSICIONA-ATIVIDADES
               DISPLAY 'SEQ TP INSTITUICAO                    HORAS '
                   'DATA     APROVADOR'
               PERFORM LISTA-UMA-ATIVIDADE UNTIL FIM-LISTA
               DISPLAY 'TOTAL DE HORAS REGISTRADAS: ' WRK-HORAS-TOTAL
           END-IF.

       POSICIONA-ATIVIDADES.
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE WRK-STUDENT-ID TO ATV-STUDENT-ID
           MOVE 0 TO ATV-SEQUENCIA
           START ARQ-ATIVIDADES KEY IS NOT LESS THAN ATV-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START.

       LISTA-UMA-ATIVIDADE.
           READ ARQ-ATIVIDADES NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF ATV-STUDENT-ID = WRK-STUDENT-ID
                       DISPLAY ATV-SEQUENCIA ' ' ATV-TIPO ' '
                           ATV-INSTITUICAO ' ' ATV-HORAS '  '
                           ATV-DATA-ATIVIDADE ' ' ATV-OPERADOR
                       ADD ATV-HORAS TO WRK-HORAS-TOTAL
                   ELSE
                       SET FIM-LISTA TO TRUE
                   END-IF
           END-READ.

       INCLUI-ATIVIDADE.
           PERFORM SOLICITA-ALUNO
           IF ALUNO-VALIDO
               PERFORM SOLICITA-DADOS-ATIVIDADE
               IF DADOS-VALIDOS
                   PERFORM APURA-HORAS-TIPO
                   PERFORM CONFERE-LIMITE-TIPO
               END-IF
               IF DADOS-VALIDOS
                   PERFORM GRAVA-ATIVIDADE
               ELSE
                   DISPLAY 'ATIVIDADE NAO GRAVADA.'
               END-IF
           END-IF.

       SOLICITA-DADOS-ATIVIDADE.
           MOVE SPACES TO WRK-TIPO, WRK-INSTITUICAO
           MOVE 'S' TO WRK-DADOS-OK
           DISPLAY 'DIGITE O TIPO DA ATIVIDADE (OPCAO T LISTA OS '
               'TIPOS)'
           ACCEPT WRK-TIPO
           MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO
           MOVE WRK-TIPO TO TPA-TIPO
           READ ARQ-TIPOS
               INVALID KEY
                   DISPLAY 'TIPO DE ATIVIDADE NAO CADASTRADO: '
                       WRK-TIPO
                   MOVE 'N' TO WRK-DADOS-OK
               NOT INVALID KEY
                   DISPLAY 'TIPO: ' TPA-DESCRICAO
                   MOVE TPA-MAX-HORAS TO WRK-MAX-HORAS
           END-READ
           IF DADOS-VALIDOS
               DISPLAY 'DIGITE A INSTITUICAO'
               ACCEPT WRK-INSTITUICAO
               DISPLAY 'DIGITE AS HORAS DA ATIVIDADE'
               ACCEPT WRK-HORAS
               DISPLAY 'DIGITE A DATA DA ATIVIDADE (AAAAMMDD)'
               ACCEPT WRK-DATA-ATIVIDADE
               IF WRK-INSTITUICAO = SPACES
                   DISPLAY 'INSTITUICAO OBRIGATORIA.'
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
               IF WRK-HORAS = 0
                   DISPLAY 'HORAS DEVEM SER MAIORES QUE ZERO.'
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
               IF WRK-DATA-ATIVIDADE = 0
                   OR WRK-DATA-ATIVIDADE > WRK-DATA-HOJE
                   DISPLAY 'DATA DA ATIVIDADE INVALIDA: '
                       WRK-DATA-ATIVIDADE
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           END-IF.

      * One pass over the student's activities gives both the hours
      * already counted for the type and the last sequence in use.
       APURA-HORAS-TIPO.
           MOVE 0 TO WRK-HORAS-TIPO
           MOVE 0 TO WRK-ULTIMA-SEQUENCIA
           PERFORM POSICIONA-ATIVIDADES
           PERFORM SOMA-UMA-ATIVIDADE UNTIL FIM-LISTA.

       SOMA-UMA-ATIVIDADE.
           READ ARQ-ATIVIDADES NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF ATV-STUDENT-ID = WRK-STUDENT-ID
                       MOVE ATV-SEQUENCIA TO WRK-ULTIMA-SEQUENCIA
                       IF ATV-TIPO = WRK-TIPO
                           ADD ATV-HORAS TO WRK-HORAS-TIPO
                       END-IF
                   ELSE
                       SET FIM-LISTA TO TRUE
                   END-IF
           END-READ.

       CONFERE-LIMITE-TIPO.
           IF WRK-MAX-HORAS > 0
               AND WRK-HORAS-TIPO + WRK-HORAS > WRK-MAX-HORAS
               DISPLAY 'LIMITE DO TIPO ' WRK-TIPO ' EXCEDIDO: MAXIMO '
                   WRK-MAX-HORAS ' HORAS, JA REGISTRADAS '
                   WRK-HORAS-TIPO
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           IF WRK-ULTIMA-SEQUENCIA = 999
               DISPLAY 'LIMITE DE 999 ATIVIDADES DO ALUNO ATINGIDO.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

       GRAVA-ATIVIDADE.
           MOVE WRK-STUDENT-ID TO ATV-STUDENT-ID
           ADD 1 TO WRK-ULTIMA-SEQUENCIA GIVING ATV-SEQUENCIA
           MOVE WRK-TIPO TO ATV-TIPO
           MOVE WRK-INSTITUICAO TO ATV-INSTITUICAO
           MOVE WRK-HORAS TO ATV-HORAS
           MOVE WRK-DATA-ATIVIDADE TO ATV-DATA-ATIVIDADE
           MOVE WRK-OPERADOR TO ATV-OPERADOR
           MOVE WRK-DATA-HOJE TO ATV-DATA-REGISTRO
           WRITE ATIVIDADE-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A ATIVIDADE. STATUS: '
                       WRK-STATUS-ATIVIDADES
               NOT INVALID KEY
                   DISPLAY 'ATIVIDADE INCLUIDA - SEQUENCIA '
                       ATV-SEQUENCIA
           END-WRITE.

       EXCLUI-ATIVIDADE.
           PERFORM SOLICITA-ALUNO
           IF ALUNO-VALIDO
               DISPLAY 'DIGITE A SEQUENCIA DA ATIVIDADE (OPCAO L '
                   'LISTA)'
               ACCEPT WRK-SEQUENCIA
               MOVE WRK-STUDENT-ID TO ATV-STUDENT-ID
               MOVE WRK-SEQUENCIA TO ATV-SEQUENCIA
               READ ARQ-ATIVIDADES
                   INVALID KEY
                       DISPLAY 'ATIVIDADE NAO ENCONTRADA: '
                           WRK-SEQUENCIA
                   NOT INVALID KEY
                       DISPLAY ATV-TIPO ' ' ATV-INSTITUICAO ' '
                           ATV-HORAS ' HORAS EM ' ATV-DATA-ATIVIDADE
                       DISPLAY 'CONFIRMA A EXCLUSAO? (S/N)'
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                           DELETE ARQ-ATIVIDADES
                           DISPLAY 'ATIVIDADE EXCLUIDA.'
                       ELSE
                           DISPLAY 'EXCLUSAO CANCELADA.'
                       END-IF
               END-READ
           END-IF.

       LISTA-TIPOS.
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE LOW-VALUES TO TPA-TIPO
           START ARQ-TIPOS KEY IS NOT LESS THAN TPA-TIPO
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY 'TP DESCRICAO                      MAX.HORAS'
           PERFORM LISTA-UM-TIPO UNTIL FIM-LISTA.

       LISTA-UM-TIPO.
           READ ARQ-TIPOS NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   DISPLAY TPA-TIPO ' ' TPA-DESCRICAO '  '
                       TPA-MAX-HORAS
           END-READ.

      * A lower limit does not touch activities already on file;
      * GRADAPUR simply counts no more than the limit of the type.
       MANTEM-TIPO.
           DISPLAY 'DIGITE O CODIGO DO TIPO (EX: ES, EX, EV)'
           ACCEPT WRK-TIPO
           MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO
           IF WRK-TIPO = SPACES
               DISPLAY 'CODIGO DO TIPO OBRIGATORIO.'
           ELSE
               MOVE SPACES TO WRK-DESCRICAO
               DISPLAY 'DIGITE A DESCRICAO DO TIPO'
               ACCEPT WRK-DESCRICAO
               DISPLAY 'DIGITE O MAXIMO DE HORAS DO TIPO '
                   '(0 = SEM LIMITE)'
               ACCEPT WRK-MAX-HORAS
               MOVE WRK-TIPO TO TPA-TIPO
               READ ARQ-TIPOS
                   INVALID KEY
                       PERFORM MOVE-DADOS-TIPO
                       WRITE TIPO-ATIVIDADE-REC
                       DISPLAY 'TIPO INCLUIDO.'
                   NOT INVALID KEY
                       PERFORM MOVE-DADOS-TIPO
                       REWRITE TIPO-ATIVIDADE-REC
                       DISPLAY 'TIPO ALTERADO.'
               END-READ
           END-IF.

       MOVE-DADOS-TIPO.
           MOVE WRK-TIPO TO TPA-TIPO
           MOVE WRK-DESCRICAO TO TPA-DESCRICAO
           MOVE WRK-MAX-HORAS TO TPA-MAX-HORAS
           MOVE WRK-OPERADOR TO TPA-OPERADOR
           MOVE WRK-DATA-HOJE TO TPA-DATA-ALTERACAO.
       END PROGRAM ATIVMANT.
