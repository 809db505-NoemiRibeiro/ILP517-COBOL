      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLSMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Maintenance for the BOLSAS
      *             scholarship/discount master behind a level-3
      *             sign-on: list, include, change and delete the
      *             award of a student for a term - type (merit,
      *             social, employee dependant, agreement, other),
      *             a percentage or a fixed amount off the gross
      *             charge, and the validity window. The student is
      *             validated against ALUNOS and the term against
      *             TERMCAL; the granting operator and date are
      *             stamped on the record. FATGERA applies the award
      *             when it prices the term charge.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BOLSAS ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS WRK-STATUS-BOLSAS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-CALENDARIO ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-BOLSAS.
           COPY BOLSAREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-BOLSAS    PIC X(02).
       77 WRK-STATUS-ALUNOS    PIC X(02).
       77 WRK-STATUS-TERMCAL   PIC X(02).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SIGNON-OK        PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'BOLSMANT'.
       77 WRK-NIVEL-EXIGIDO    PIC 9(01) VALUE 3.
       77 WRK-OPCAO            PIC X(01).
       77 WRK-DATA-HOJE        PIC 9(08).
       77 WRK-STUDENT-ID       PIC X(10).
       77 WRK-TERMO            PIC 9(05).
       77 WRK-TERMO-LISTA      PIC 9(05).
       77 WRK-TIPO             PIC X(01).
       77 WRK-MODALIDADE       PIC X(01).
       77 WRK-PERCENTUAL       PIC 9(03)V99.
       77 WRK-VALOR            PIC 9(07)V99.
       77 WRK-DATA-INICIO      PIC 9(08).
       77 WRK-DATA-FIM         PIC 9(08).
       77 WRK-CONFIRMA         PIC X(01).

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 WRK-FIM-LISTA        PIC X(01).
           88 FIM-LISTA VALUE 'S'.

       01 WRK-ALUNO-OK         PIC X(01).
           88 ALUNO-VALIDO VALUE 'S'.

       01 WRK-TERMO-OK         PIC X(01).
           88 TERMO-VALIDO VALUE 'S'.

       01 WRK-DADOS-OK         PIC X(01).
           88 DADOS-VALIDOS VALUE 'S'.

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'BOLSMANT - MANUTENCAO DE BOLSAS E DESCONTOS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM ABRE-BOLSAS
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-BOLSAS
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       ABRE-BOLSAS.
           OPEN I-O ARQ-BOLSAS
           IF WRK-STATUS-BOLSAS = '35'
               OPEN OUTPUT ARQ-BOLSAS
               CLOSE ARQ-BOLSAS
               OPEN I-O ARQ-BOLSAS
           END-IF
           IF WRK-STATUS-BOLSAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE BOLSAS '
                   '(BOLSAS). STATUS: ' WRK-STATUS-BOLSAS
               STOP RUN
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  L - LISTAR BOLSAS DO TERMO'
           DISPLAY '  I - INCLUIR BOLSA'
           DISPLAY '  A - ALTERAR BOLSA'
           DISPLAY '  E - EXCLUIR BOLSA'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'L'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-BOLSAS
               WHEN 'I'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM INCLUI-BOLSA
               WHEN 'A'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM ALTERA-BOLSA
               WHEN 'E'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM EXCLUI-BOLSA
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

       LISTA-BOLSAS.
           DISPLAY 'DIGITE O TERMO (AAAAS, 0 = TODOS)'
           ACCEPT WRK-TERMO-LISTA
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE LOW-VALUES TO BOL-CHAVE
           START ARQ-BOLSAS KEY IS NOT LESS THAN BOL-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY 'MATRICULA  TERMO TP MD PERC.  VALOR      '
               'INICIO   FIM'
           PERFORM LISTA-UMA-BOLSA UNTIL FIM-LISTA.

       LISTA-UMA-BOLSA.
           READ ARQ-BOLSAS NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF WRK-TERMO-LISTA = 0
                       OR BOL-TERMO = WRK-TERMO-LISTA
                       DISPLAY BOL-STUDENT-ID ' ' BOL-TERMO ' '
                           BOL-TIPO '  ' BOL-MODALIDADE '  '
                           BOL-PERCENTUAL ' ' BOL-VALOR ' '
                           BOL-DATA-INICIO ' ' BOL-DATA-FIM
                   END-IF
           END-READ.

       SOLICITA-CHAVE-BOLSA.
           MOVE SPACES TO WRK-STUDENT-ID
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO'
           ACCEPT WRK-STUDENT-ID
           DISPLAY 'DIGITE O TERMO (AAAAS)'
           ACCEPT WRK-TERMO.

       SOLICITA-DADOS-BOLSA.
           DISPLAY 'DIGITE O TIPO DA BOLSA (M - MERITO, S - SOCIAL, '
               'F - DEPENDENTE DE FUNCIONARIO, C - CONVENIO, '
               'O - OUTRA)'
           ACCEPT WRK-TIPO
           MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO
           DISPLAY 'DIGITE A MODALIDADE (P - PERCENTUAL, '
               'V - VALOR FIXO)'
           ACCEPT WRK-MODALIDADE
           MOVE FUNCTION UPPER-CASE(WRK-MODALIDADE) TO WRK-MODALIDADE
           MOVE 0 TO WRK-PERCENTUAL
           MOVE 0 TO WRK-VALOR
           IF WRK-MODALIDADE = 'P'
               DISPLAY 'DIGITE O PERCENTUAL (EX: 050.00)'
               ACCEPT WRK-PERCENTUAL
           ELSE
               DISPLAY 'DIGITE O VALOR DO DESCONTO (EX: 0000500.00)'
               ACCEPT WRK-VALOR
           END-IF
           DISPLAY 'DIGITE O INICIO DA VIGENCIA (AAAAMMDD)'
           ACCEPT WRK-DATA-INICIO
           DISPLAY 'DIGITE O FIM DA VIGENCIA (AAAAMMDD)'
           ACCEPT WRK-DATA-FIM
           PERFORM VALIDA-DADOS-BOLSA.

      * The type and modality are checked through the record's own
      * level-88s; a percentage above 100 or a zero award would only
      * be corrected by hand after billing, so both are refused here.
       VALIDA-DADOS-BOLSA.
           MOVE 'S' TO WRK-DADOS-OK
           MOVE WRK-TIPO TO BOL-TIPO
           MOVE WRK-MODALIDADE TO BOL-MODALIDADE
           IF NOT TIPO-BOLSA-VALIDO
               DISPLAY 'TIPO DE BOLSA INVALIDO: ' WRK-TIPO
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           IF NOT BOLSA-PERCENTUAL AND NOT BOLSA-VALOR-FIXO
               DISPLAY 'MODALIDADE INVALIDA: ' WRK-MODALIDADE
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           IF BOLSA-PERCENTUAL
               AND (WRK-PERCENTUAL = 0 OR WRK-PERCENTUAL > 100)
               DISPLAY 'PERCENTUAL DEVE ESTAR ENTRE 0,01 E 100,00.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           IF BOLSA-VALOR-FIXO AND WRK-VALOR = 0
               DISPLAY 'VALOR DO DESCONTO ZERADO.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           IF WRK-DATA-FIM < WRK-DATA-INICIO
               DISPLAY 'FIM DA VIGENCIA ANTERIOR AO INICIO.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

       INCLUI-BOLSA.
           PERFORM SOLICITA-CHAVE-BOLSA
           PERFORM VALIDA-ALUNO
           IF NOT ALUNO-VALIDO
               DISPLAY 'ALUNO NAO ENCONTRADO: '
                   FUNCTION TRIM(WRK-STUDENT-ID)
           ELSE
               PERFORM VALIDA-TERMO-CALENDARIO
               IF NOT TERMO-VALIDO
                   DISPLAY 'TERMO NAO CADASTRADO: ' WRK-TERMO
               ELSE
                   PERFORM SOLICITA-DADOS-BOLSA
                   IF DADOS-VALIDOS
                       PERFORM GRAVA-BOLSA
                   ELSE
                       DISPLAY 'BOLSA NAO GRAVADA.'
                   END-IF
               END-IF
           END-IF.

       GRAVA-BOLSA.
           PERFORM MOVE-DADOS-BOLSA
           WRITE BOLSA-REC
               INVALID KEY
                   DISPLAY 'BOLSA JA CADASTRADA PARA '
                       FUNCTION TRIM(WRK-STUDENT-ID) ' / '
                       WRK-TERMO '. USE A OPCAO A.'
               NOT INVALID KEY
                   DISPLAY 'BOLSA INCLUIDA.'
           END-WRITE.

       MOVE-DADOS-BOLSA.
           MOVE WRK-STUDENT-ID TO BOL-STUDENT-ID
           MOVE WRK-TERMO TO BOL-TERMO
           MOVE WRK-TIPO TO BOL-TIPO
           MOVE WRK-MODALIDADE TO BOL-MODALIDADE
           MOVE WRK-PERCENTUAL TO BOL-PERCENTUAL
           MOVE WRK-VALOR TO BOL-VALOR
           MOVE WRK-DATA-INICIO TO BOL-DATA-INICIO
           MOVE WRK-DATA-FIM TO BOL-DATA-FIM
           MOVE WRK-OPERADOR TO BOL-OPERADOR
           MOVE WRK-DATA-HOJE TO BOL-DATA-CONCESSAO.

      * A change is stamped with the operator and date that made it,
      * the same as a new award. It takes effect on the next
      * FATGERA run for the term; charges already generated are not
      * repriced here.
       ALTERA-BOLSA.
           PERFORM SOLICITA-CHAVE-BOLSA
           MOVE WRK-STUDENT-ID TO BOL-STUDENT-ID
           MOVE WRK-TERMO TO BOL-TERMO
           READ ARQ-BOLSAS
               INVALID KEY
                   DISPLAY 'BOLSA NAO ENCONTRADA: '
                       FUNCTION TRIM(WRK-STUDENT-ID) ' / ' WRK-TERMO
               NOT INVALID KEY
                   PERFORM EXIBE-BOLSA
                   PERFORM SOLICITA-DADOS-BOLSA
                   IF DADOS-VALIDOS
                       PERFORM MOVE-DADOS-BOLSA
                       REWRITE BOLSA-REC
                       DISPLAY 'BOLSA ALTERADA.'
                   ELSE
                       DISPLAY 'BOLSA NAO ALTERADA.'
                   END-IF
           END-READ.

       EXCLUI-BOLSA.
           PERFORM SOLICITA-CHAVE-BOLSA
           MOVE WRK-STUDENT-ID TO BOL-STUDENT-ID
           MOVE WRK-TERMO TO BOL-TERMO
           READ ARQ-BOLSAS
               INVALID KEY
                   DISPLAY 'BOLSA NAO ENCONTRADA: '
                       FUNCTION TRIM(WRK-STUDENT-ID) ' / ' WRK-TERMO
               NOT INVALID KEY
                   PERFORM EXIBE-BOLSA
                   DISPLAY 'CONFIRMA A EXCLUSAO? (S/N)'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       DELETE ARQ-BOLSAS
                       DISPLAY 'BOLSA EXCLUIDA.'
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
           END-READ.

       EXIBE-BOLSA.
           DISPLAY 'TIPO......: ' BOL-TIPO
           DISPLAY 'MODALIDADE: ' BOL-MODALIDADE
           DISPLAY 'PERCENTUAL: ' BOL-PERCENTUAL
           DISPLAY 'VALOR.....: ' BOL-VALOR
           DISPLAY 'VIGENCIA..: ' BOL-DATA-INICIO ' A ' BOL-DATA-FIM
           DISPLAY 'CONCEDIDA.: ' BOL-DATA-CONCESSAO ' POR '
               BOL-OPERADOR.

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

       VALIDA-TERMO-CALENDARIO.
           MOVE 'N' TO WRK-TERMO-OK
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL = '00'
               MOVE WRK-TERMO TO CAL-TERMO
               READ ARQ-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TERMO-OK
               END-READ
               CLOSE ARQ-CALENDARIO
           END-IF.
       END PROGRAM BOLSMANT.
