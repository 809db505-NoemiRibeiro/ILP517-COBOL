      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Maintenance for the HORARIO class
      *             timetable (weekday, start/end time and room of
      *             each weekly meeting of an OFERTAS section) behind
      *             a level-3 sign-on like OFERMANT: list by term,
      *             include, change and exclude a meeting. A meeting
      *             is only accepted for an offering already on
      *             OFERTAS, and is refused when another section of
      *             the term holds the same room on the same weekday
      *             at an overlapping time. INSCMATR reads this file
      *             to refuse registrations that clash with the
      *             student's roster.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HORARIO ASSIGN TO "HORARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-STATUS-HORARIO.

           SELECT ARQ-OFERTAS ASSIGN TO "OFERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-CHAVE
               FILE STATUS IS WRK-STATUS-OFERTAS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-HORARIO.
           COPY HORAREC.

       FD  ARQ-OFERTAS.
           COPY OFERREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-HORARIO   PIC X(02).
       77 WRK-STATUS-OFERTAS   PIC X(02).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SIGNON-OK        PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'HORAMANT'.
       77 WRK-NIVEL-EXIGIDO    PIC 9(01) VALUE 3.
       77 WRK-OPCAO            PIC X(01).
       77 WRK-CODIGO           PIC X(05).
       77 WRK-TERMO            PIC 9(05).
       77 WRK-DIA-SEMANA       PIC 9(01).
       77 WRK-HORA-INICIO      PIC 9(04).
       77 WRK-HORA-FIM         PIC 9(04).
       77 WRK-SALA             PIC X(10).
       77 WRK-TERMO-LISTA      PIC 9(05).
       77 WRK-CODIGO-CHOQUE    PIC X(05).

       01 WRK-HORA-TESTE       PIC 9(04).
       01 FILLER REDEFINES WRK-HORA-TESTE.
           03 WRK-HORA-HH      PIC 9(02).
           03 WRK-HORA-MM      PIC 9(02).

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 WRK-FIM-LISTA        PIC X(01).
           88 FIM-LISTA VALUE 'S'.

       01 WRK-OFERTA-OK        PIC X(01).
           88 OFERTA-VALIDA VALUE 'S'.

       01 WRK-DADOS-OK         PIC X(01).
           88 DADOS-VALIDOS VALUE 'S'.

       01 WRK-SALA-OCUPADA     PIC X(01).
           88 SALA-EM-CHOQUE VALUE 'S'.

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'HORAMANT - HORARIO DAS TURMAS'
           DISPLAY '---------------------------------------------------'
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-HORARIO
           CLOSE ARQ-OFERTAS
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN I-O ARQ-HORARIO
           IF WRK-STATUS-HORARIO = '35'
               OPEN OUTPUT ARQ-HORARIO
               CLOSE ARQ-HORARIO
               OPEN I-O ARQ-HORARIO
           END-IF
           IF WRK-STATUS-HORARIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O HORARIO DAS TURMAS '
                   '(HORARIO). STATUS: ' WRK-STATUS-HORARIO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-OFERTAS
           IF WRK-STATUS-OFERTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE OFERTAS '
                   '(OFERTAS). STATUS: ' WRK-STATUS-OFERTAS
               DISPLAY 'EXECUTE O OFERMANT PARA CADASTRAR AS OFERTAS.'
               STOP RUN
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  L - LISTAR HORARIO DO TERMO'
           DISPLAY '  I - INCLUIR AULA'
           DISPLAY '  A - ALTERAR AULA'
           DISPLAY '  E - EXCLUIR AULA'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'L'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-HORARIO
               WHEN 'I'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM INCLUI-AULA
               WHEN 'A'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM ALTERA-AULA
               WHEN 'E'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM EXCLUI-AULA
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

       LISTA-HORARIO.
           DISPLAY 'DIGITE O TERMO (AAAAS, 0 = TODOS)'
           ACCEPT WRK-TERMO-LISTA
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE LOW-VALUES TO HOR-CHAVE
           START ARQ-HORARIO KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY 'CODIGO TERMO DIA INICIO FIM  SALA'
           PERFORM LISTA-UMA-AULA UNTIL FIM-LISTA.

       LISTA-UMA-AULA.
           READ ARQ-HORARIO NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF WRK-TERMO-LISTA = 0
                       OR HOR-TERMO = WRK-TERMO-LISTA
                       DISPLAY HOR-CODIGO '  ' HOR-TERMO '  '
                           HOR-DIA-SEMANA '  ' HOR-HORA-INICIO
                           '   ' HOR-HORA-FIM ' ' HOR-SALA
                   END-IF
           END-READ.

       SOLICITA-CHAVE-AULA.
           DISPLAY 'DIGITE O CODIGO DA MATERIA (EX: ADS01)'
           ACCEPT WRK-CODIGO
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO
           DISPLAY 'DIGITE O TERMO (AAAAS)'
           ACCEPT WRK-TERMO
           DISPLAY 'DIGITE O DIA DA SEMANA (2 = SEGUNDA ... '
               '7 = SABADO)'
           ACCEPT WRK-DIA-SEMANA.

       SOLICITA-DADOS-AULA.
           DISPLAY 'DIGITE A HORA DE INICIO (HHMM)'
           ACCEPT WRK-HORA-INICIO
           DISPLAY 'DIGITE A HORA DE TERMINO (HHMM)'
           ACCEPT WRK-HORA-FIM
           DISPLAY 'DIGITE A SALA'
           ACCEPT WRK-SALA
           MOVE FUNCTION UPPER-CASE(WRK-SALA) TO WRK-SALA
           PERFORM VALIDA-DADOS-AULA.

       INCLUI-AULA.
           PERFORM SOLICITA-CHAVE-AULA
           PERFORM VALIDA-OFERTA
           IF NOT OFERTA-VALIDA
               DISPLAY 'OFERTA NAO CADASTRADA: ' WRK-CODIGO ' / '
                   WRK-TERMO '. CADASTRE-A PELO OFERMANT.'
           ELSE
               MOVE WRK-CODIGO TO HOR-CODIGO
               MOVE WRK-TERMO TO HOR-TERMO
               MOVE WRK-DIA-SEMANA TO HOR-DIA-SEMANA
               IF NOT DIA-SEMANA-VALIDO
                   DISPLAY 'DIA DA SEMANA INVALIDO: ' WRK-DIA-SEMANA
               ELSE
                   PERFORM SOLICITA-DADOS-AULA
                   IF DADOS-VALIDOS
                       PERFORM CONFERE-SALA
                   END-IF
                   IF DADOS-VALIDOS AND NOT SALA-EM-CHOQUE
                       PERFORM GRAVA-AULA
                   END-IF
               END-IF
           END-IF.

       GRAVA-AULA.
           MOVE WRK-CODIGO TO HOR-CODIGO
           MOVE WRK-TERMO TO HOR-TERMO
           MOVE WRK-DIA-SEMANA TO HOR-DIA-SEMANA
           MOVE WRK-HORA-INICIO TO HOR-HORA-INICIO
           MOVE WRK-HORA-FIM TO HOR-HORA-FIM
           MOVE WRK-SALA TO HOR-SALA
           WRITE HORARIO-REC
               INVALID KEY
                   DISPLAY 'AULA JA CADASTRADA PARA ' WRK-CODIGO
                       ' / ' WRK-TERMO ' NO DIA ' WRK-DIA-SEMANA
                       '. USE A OPCAO A.'
               NOT INVALID KEY
                   DISPLAY 'AULA INCLUIDA.'
           END-WRITE.

       ALTERA-AULA.
           PERFORM SOLICITA-CHAVE-AULA
           MOVE WRK-CODIGO TO HOR-CODIGO
           MOVE WRK-TERMO TO HOR-TERMO
           MOVE WRK-DIA-SEMANA TO HOR-DIA-SEMANA
           READ ARQ-HORARIO
               INVALID KEY
                   DISPLAY 'AULA NAO ENCONTRADA NO HORARIO.'
               NOT INVALID KEY
                   DISPLAY 'ATUAL: ' HOR-HORA-INICIO ' A '
                       HOR-HORA-FIM ' SALA ' HOR-SALA
                   PERFORM SOLICITA-DADOS-AULA
                   IF DADOS-VALIDOS
                       PERFORM CONFERE-SALA
                   END-IF
                   IF DADOS-VALIDOS AND NOT SALA-EM-CHOQUE
                       PERFORM REGRAVA-AULA
                   END-IF
           END-READ.

      * The room scan in CONFERE-SALA moves the file position, so the
      * meeting is read again by key before the rewrite.
       REGRAVA-AULA.
           MOVE WRK-CODIGO TO HOR-CODIGO
           MOVE WRK-TERMO TO HOR-TERMO
           MOVE WRK-DIA-SEMANA TO HOR-DIA-SEMANA
           READ ARQ-HORARIO
               INVALID KEY
                   DISPLAY 'AULA NAO ENCONTRADA NO HORARIO.'
               NOT INVALID KEY
                   MOVE WRK-HORA-INICIO TO HOR-HORA-INICIO
                   MOVE WRK-HORA-FIM TO HOR-HORA-FIM
                   MOVE WRK-SALA TO HOR-SALA
                   REWRITE HORARIO-REC
                   DISPLAY 'AULA ALTERADA.'
           END-READ.

       EXCLUI-AULA.
           PERFORM SOLICITA-CHAVE-AULA
           MOVE WRK-CODIGO TO HOR-CODIGO
           MOVE WRK-TERMO TO HOR-TERMO
           MOVE WRK-DIA-SEMANA TO HOR-DIA-SEMANA
           READ ARQ-HORARIO
               INVALID KEY
                   DISPLAY 'AULA NAO ENCONTRADA NO HORARIO.'
               NOT INVALID KEY
                   DELETE ARQ-HORARIO
                   DISPLAY 'AULA EXCLUIDA DO HORARIO.'
           END-READ.

       VALIDA-OFERTA.
           MOVE 'N' TO WRK-OFERTA-OK
           MOVE WRK-CODIGO TO OFR-CODIGO
           MOVE WRK-TERMO TO OFR-TERMO
           READ ARQ-OFERTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-OFERTA-OK
           END-READ.

      * Times are HHMM on a 24-hour clock and a meeting must end
      * after it starts.
       VALIDA-DADOS-AULA.
           MOVE 'S' TO WRK-DADOS-OK
           MOVE WRK-HORA-INICIO TO WRK-HORA-TESTE
           IF WRK-HORA-HH > 23 OR WRK-HORA-MM > 59
               DISPLAY 'HORA DE INICIO INVALIDA: ' WRK-HORA-INICIO
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           MOVE WRK-HORA-FIM TO WRK-HORA-TESTE
           IF WRK-HORA-HH > 23 OR WRK-HORA-MM > 59
               DISPLAY 'HORA DE TERMINO INVALIDA: ' WRK-HORA-FIM
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           IF DADOS-VALIDOS
               AND WRK-HORA-FIM NOT > WRK-HORA-INICIO
               DISPLAY 'A AULA DEVE TERMINAR DEPOIS DE COMECAR.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           IF WRK-SALA = SPACES
               DISPLAY 'SALA NAO INFORMADA.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

      * Two sections cannot share a room on the same weekday at
      * overlapping times; the meeting being changed is its own
      * section and never clashes with itself.
       CONFERE-SALA.
           MOVE 'N' TO WRK-SALA-OCUPADA
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE LOW-VALUES TO HOR-CHAVE
           START ARQ-HORARIO KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           PERFORM CONFERE-UMA-SALA UNTIL FIM-LISTA
               OR SALA-EM-CHOQUE
           IF SALA-EM-CHOQUE
               DISPLAY 'SALA ' FUNCTION TRIM(WRK-SALA)
                   ' JA OCUPADA NO DIA ' WRK-DIA-SEMANA
                   ' PELA TURMA ' WRK-CODIGO-CHOQUE
                   ' NESSE HORARIO. AULA NAO GRAVADA.'
           END-IF.

       CONFERE-UMA-SALA.
           READ ARQ-HORARIO NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF HOR-TERMO = WRK-TERMO
                       AND HOR-DIA-SEMANA = WRK-DIA-SEMANA
                       AND HOR-SALA = WRK-SALA
                       AND HOR-CODIGO NOT = WRK-CODIGO
                       AND WRK-HORA-INICIO < HOR-HORA-FIM
                       AND HOR-HORA-INICIO < WRK-HORA-FIM
                       MOVE HOR-CODIGO TO WRK-CODIGO-CHOQUE
                       MOVE 'S' TO WRK-SALA-OCUPADA
                   END-IF
           END-READ.
       END PROGRAM HORAMANT.
