      *             forward to the point of failure instead of
      *             losing up to a week of grades to the weekly
      *             backup cycle.
      * 15/10/2026  A graduated student (set by the COLAGRAU
      *             conferral run) shows as FORMADO and can no longer
      *             be deactivated or reactivated here.
      * 15/10/2026  The inquiry shows the student's declared program
      *             and curriculum version; a new student starts with
      *             none, the declaration being made through DECLMANT.
      * 15/10/2026  Added option P capturing the personal data the
      *             higher-education census requires (birth date,
      *             CPF with its check digits verified, sex) on the
      *             new ALUNPESS file; the inquiry shows them.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
               RECORD KEY IS STD-CHAVE
               FILE STATUS IS WRK-STATUS-STANDING.

           SELECT ARQ-PESSOAIS ASSIGN TO "ALUNPESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-STUDENT-ID
               FILE STATUS IS WRK-STATUS-PESSOAIS.

           SELECT ARQ-DEVOLVIDAS ASSIGN TO "NOTIFDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEVOLVIDAS.
       FD  ARQ-STANDING.
           COPY STANDREC.

       FD  ARQ-PESSOAIS.
           COPY PESSREC.

       FD  ARQ-DEVOLVIDAS.
       01  DEVOLVIDA-LINHA         PIC X(150).

       77 WRK-STATUS-STANDING   PIC X(02).
       77 WRK-STATUS-DEVOLVIDAS PIC X(02).
       77 WRK-CLASSIFICACAO     PIC X(12).
       77 WRK-STATUS-PESSOAIS   PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-NASCIMENTO   PIC 9(08).
       77 WRK-SEXO              PIC X(01).
       77 WRK-SOMA-CPF          PIC 9(04).
       77 WRK-RESTO-CPF         PIC 9(02).
       77 WRK-DIGITO-CPF        PIC 9(01).
       77 WRK-PESO-CPF          PIC 9(02).
       77 WRK-QTD-DIGITOS-CPF   PIC 9(02).

       01 WRK-CPF               PIC 9(11).
       01 WRK-CPF-DIGITOS REDEFINES WRK-CPF.
           03 CPF-DIGITO OCCURS 11 TIMES PIC 9(01).

       01 CONT-CPF              PIC 9(02) VALUE 0.

       01 WRK-DADOS-PESSOAIS-OK PIC X(01) VALUE 'N'.
           88 DADOS-PESSOAIS-VALIDOS VALUE 'S'.

       01 WRK-PESSOAL-EXISTE PIC X(01) VALUE 'N'.
           88 PESSOAL-EXISTE VALUE 'S'.

       01 WRK-FIM-DEVOLVIDAS   PIC X(01) VALUE 'N'.
           88 NAO-HA-MAIS-DEVOLVIDAS VALUE 'S'.
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRE-ALUNOS
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-PESSOAIS
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               STOP RUN
           END-IF
           OPEN I-O ARQ-PESSOAIS
           IF WRK-STATUS-PESSOAIS = '35'
               OPEN OUTPUT ARQ-PESSOAIS
               CLOSE ARQ-PESSOAIS
               OPEN I-O ARQ-PESSOAIS
           END-IF
           IF WRK-STATUS-PESSOAIS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS DADOS PESSOAIS (ALUNPESS). '
                   'STATUS: ' WRK-STATUS-PESSOAIS
               STOP RUN
           END-IF.

       EXIBE-MENU.
           DISPLAY '  D - DESATIVAR ALUNO'
           DISPLAY '  R - REATIVAR ALUNO'
           DISPLAY '  B - LISTAR ENTREGAS DEVOLVIDAS'
           DISPLAY '  P - DADOS PESSOAIS (CENSO)'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'B'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-DEVOLVIDAS
               WHEN 'P'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM ATUALIZA-DADOS-PESSOAIS
               WHEN '0'
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
           DISPLAY 'NOME......: ' MST-NOME
           DISPLAY 'ENDERECO..: ' MST-ENDERECO
           DISPLAY 'E-MAIL....: ' MST-EMAIL
           EVALUATE TRUE
               WHEN ALUNO-INATIVO
                   DISPLAY 'SITUACAO..: INATIVO'
               WHEN ALUNO-FORMADO
                   DISPLAY 'SITUACAO..: FORMADO'
               WHEN OTHER
                   DISPLAY 'SITUACAO..: ATIVO'
           END-EVALUATE
           IF MST-PROGRAMA = SPACES
               DISPLAY 'PROGRAMA..: NAO DECLARADO'
           ELSE
               DISPLAY 'PROGRAMA..: ' MST-PROGRAMA
                   '  VERSAO: ' MST-VERSAO-CURRICULO
           END-IF
           DISPLAY 'QTD NOTAS.: ' MST-QTD-NOTAS
           IF MST-QTD-NOTAS > 0
                   MST-SOMA-NOTAS / MST-QTD-NOTAS
               DISPLAY 'MEDIA.....: ' WRK-MEDIA-ALUNO
           END-IF
           PERFORM LE-DADOS-PESSOAIS
           IF PESSOAL-EXISTE
               DISPLAY 'NASCIMENTO: ' PES-DATA-NASCIMENTO
                   '  CPF: ' PES-CPF '  SEXO: ' PES-SEXO
           ELSE
               DISPLAY 'DADOS PESSOAIS: NAO INFORMADOS'
           END-IF
           PERFORM EXIBE-TRAJETORIA
           DISPLAY '---------------------------------------------------'.

                   MOVE WRK-ENDERECO TO MST-ENDERECO
                   MOVE WRK-EMAIL TO MST-EMAIL
                   MOVE 'A' TO MST-SITUACAO-ALUNO
                   MOVE SPACES TO MST-PROGRAMA
                   MOVE SPACES TO MST-VERSAO-CURRICULO
                   WRITE ALUNO-MESTRE-REC
                   MOVE 'W' TO JRN-OPERACAO-CHAMADA
                   PERFORM GRAVA-JORNAL
                       FUNCTION TRIM(WRK-STUDENT-ID)
               NOT INVALID KEY
                   PERFORM EXIBE-ALUNO
                   IF ALUNO-FORMADO
                       DISPLAY 'ALUNO FORMADO. SITUACAO NAO ALTERADA.'
                   ELSE
                       PERFORM CONFIRMA-DESATIVACAO
                   END-IF
           END-READ.

       CONFIRMA-DESATIVACAO.
           DISPLAY 'CONFIRMA A DESATIVACAO? (S/N)'
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE 'I' TO MST-SITUACAO-ALUNO
               REWRITE ALUNO-MESTRE-REC
               MOVE 'R' TO JRN-OPERACAO-CHAMADA
               PERFORM GRAVA-JORNAL
               DISPLAY 'ALUNO DESATIVADO.'
           ELSE
               DISPLAY 'DESATIVACAO CANCELADA.'
           END-IF.

       REATIVA-ALUNO.
           PERFORM SOLICITA-STUDENT-ID
           MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO: '
                       FUNCTION TRIM(WRK-STUDENT-ID)
               NOT INVALID KEY
                   IF ALUNO-FORMADO
                       DISPLAY 'ALUNO FORMADO. SITUACAO NAO ALTERADA.'
                   ELSE
                       MOVE 'A' TO MST-SITUACAO-ALUNO
                       REWRITE ALUNO-MESTRE-REC
                       MOVE 'R' TO JRN-OPERACAO-CHAMADA
                       PERFORM GRAVA-JORNAL
                       DISPLAY 'ALUNO REATIVADO.'
                   END-IF
           END-READ.

       LE-DADOS-PESSOAIS.
           MOVE 'N' TO WRK-PESSOAL-EXISTE
           MOVE MST-STUDENT-ID TO PES-STUDENT-ID
           READ ARQ-PESSOAIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PESSOAL-EXISTE TO TRUE
           END-READ.

      * ALUNPESS is not journaled: it is keyed data entry that can
      * be keyed again, and the census reads it once a year.
       ATUALIZA-DADOS-PESSOAIS.
           PERFORM SOLICITA-STUDENT-ID
           MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
                   DISPLAY 'ALUNO NAO ENCONTRADO: '
                       FUNCTION TRIM(WRK-STUDENT-ID)
               NOT INVALID KEY
                   PERFORM EXIBE-ALUNO
                   PERFORM SOLICITA-DADOS-PESSOAIS
                   IF DADOS-PESSOAIS-VALIDOS
                       PERFORM GRAVA-DADOS-PESSOAIS
                   ELSE
                       DISPLAY 'DADOS PESSOAIS NAO GRAVADOS.'
                   END-IF
           END-READ.

       SOLICITA-DADOS-PESSOAIS.
           MOVE 'S' TO WRK-DADOS-PESSOAIS-OK
           DISPLAY 'DIGITE A DATA DE NASCIMENTO (AAAAMMDD)'
           ACCEPT WRK-DATA-NASCIMENTO
           DISPLAY 'DIGITE O CPF (11 DIGITOS, SEM PONTOS)'
           ACCEPT WRK-CPF
           DISPLAY 'DIGITE O SEXO (M/F)'
           ACCEPT WRK-SEXO
           MOVE FUNCTION UPPER-CASE(WRK-SEXO) TO WRK-SEXO
           IF WRK-DATA-NASCIMENTO = 0
               OR WRK-DATA-NASCIMENTO NOT < WRK-DATA-HOJE
               OR WRK-DATA-NASCIMENTO(5:2) < '01'
               OR WRK-DATA-NASCIMENTO(5:2) > '12'
               OR WRK-DATA-NASCIMENTO(7:2) < '01'
               OR WRK-DATA-NASCIMENTO(7:2) > '31'
               DISPLAY 'DATA DE NASCIMENTO INVALIDA: '
                   WRK-DATA-NASCIMENTO
               MOVE 'N' TO WRK-DADOS-PESSOAIS-OK
           END-IF
           PERFORM VALIDA-CPF
           IF WRK-SEXO NOT = 'M' AND WRK-SEXO NOT = 'F'
               DISPLAY 'SEXO INVALIDO: ' WRK-SEXO
               MOVE 'N' TO WRK-DADOS-PESSOAIS-OK
           END-IF.

      * Both CPF check digits are modulo 11 over the digits before
      * them (weights 10..2, then 11..2); a remainder below 2 gives
      * 0. Eleven equal digits pass the arithmetic but are not
      * valid numbers.
       VALIDA-CPF.
           MOVE 0 TO WRK-QTD-DIGITOS-CPF
           PERFORM CONTA-DIGITO-REPETIDO
               VARYING CONT-CPF FROM 2 BY 1 UNTIL CONT-CPF > 11
           IF WRK-QTD-DIGITOS-CPF = 10
               DISPLAY 'CPF INVALIDO: ' WRK-CPF
               MOVE 'N' TO WRK-DADOS-PESSOAIS-OK
           ELSE
               MOVE 9 TO WRK-QTD-DIGITOS-CPF
               PERFORM CALCULA-DIGITO-CPF
               IF WRK-DIGITO-CPF NOT = CPF-DIGITO(10)
                   DISPLAY 'CPF INVALIDO: ' WRK-CPF
                   MOVE 'N' TO WRK-DADOS-PESSOAIS-OK
               ELSE
                   MOVE 10 TO WRK-QTD-DIGITOS-CPF
                   PERFORM CALCULA-DIGITO-CPF
                   IF WRK-DIGITO-CPF NOT = CPF-DIGITO(11)
                       DISPLAY 'CPF INVALIDO: ' WRK-CPF
                       MOVE 'N' TO WRK-DADOS-PESSOAIS-OK
                   END-IF
               END-IF
           END-IF.

       CONTA-DIGITO-REPETIDO.
           IF CPF-DIGITO(CONT-CPF) = CPF-DIGITO(1)
               ADD 1 TO WRK-QTD-DIGITOS-CPF
           END-IF.

       CALCULA-DIGITO-CPF.
           MOVE 0 TO WRK-SOMA-CPF
           PERFORM SOMA-DIGITO-CPF
               VARYING CONT-CPF FROM 1 BY 1
               UNTIL CONT-CPF > WRK-QTD-DIGITOS-CPF
           DIVIDE WRK-SOMA-CPF BY 11 GIVING WRK-PESO-CPF
               REMAINDER WRK-RESTO-CPF
           IF WRK-RESTO-CPF < 2
               MOVE 0 TO WRK-DIGITO-CPF
           ELSE
               COMPUTE WRK-DIGITO-CPF = 11 - WRK-RESTO-CPF
           END-IF.

       SOMA-DIGITO-CPF.
           COMPUTE WRK-PESO-CPF = WRK-QTD-DIGITOS-CPF + 2 - CONT-CPF
           COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF
               + CPF-DIGITO(CONT-CPF) * WRK-PESO-CPF.

       GRAVA-DADOS-PESSOAIS.
           PERFORM LE-DADOS-PESSOAIS
           MOVE MST-STUDENT-ID TO PES-STUDENT-ID
           MOVE WRK-DATA-NASCIMENTO TO PES-DATA-NASCIMENTO
           MOVE WRK-CPF TO PES-CPF
           MOVE WRK-SEXO TO PES-SEXO
           MOVE WRK-OPERADOR TO PES-OPERADOR
           MOVE WRK-DATA-HOJE TO PES-DATA-ATUALIZACAO
           IF PESSOAL-EXISTE
               REWRITE PESSOAL-REC
           ELSE
               WRITE PESSOAL-REC
           END-IF
           DISPLAY 'DADOS PESSOAIS GRAVADOS.'.

      * Every update this screen applies to ALUNOS leaves its
      * after-image on the JRNLMATR journal through MATRJRNL, so
      * MSTRFWRD can roll a restored backup forward.
