      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Maintenance for the RELTIPO report
      *             types of the report repository behind a level-3
      *             sign-on: list, include, change and delete the
      *             retention in days and the lines per page of
      *             each report (by its file name, e.g. GEOMREL).
      *             RELEXPUR applies the retention in force on the
      *             night it runs to every run already kept, so a
      *             longer retention also saves the older runs. The
      *             operator and date of the change are stamped on
      *             the type.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TIPOS ASSIGN TO "RELTIPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPR-RELATORIO
               FILE STATUS IS WRK-STATUS-TIPOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-TIPOS.
           COPY RELTIPO.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TIPOS     PIC X(02).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-SIGNON-OK        PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'RELTMANT'.
       77 WRK-NIVEL-EXIGIDO    PIC 9(01) VALUE 3.
       77 WRK-OPCAO            PIC X(01).
       77 WRK-DATA-HOJE        PIC 9(08).
       77 WRK-RELATORIO        PIC X(10).
       77 WRK-DESCRICAO        PIC X(40).
       77 WRK-RETENCAO-DIAS    PIC 9(05).
       77 WRK-LINHAS-PAGINA    PIC 9(03).
       77 WRK-RETENCAO-ANTERIOR PIC 9(05).
       77 WRK-CONFIRMA         PIC X(01).

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 WRK-FIM-LISTA        PIC X(01).
           88 FIM-LISTA VALUE 'S'.

       01 WRK-DADOS-OK         PIC X(01).
           88 DADOS-VALIDOS VALUE 'S'.

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'RELTMANT - TIPOS DE RELATORIO E RETENCAO'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM ABRE-TIPOS
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-TIPOS
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       ABRE-TIPOS.
           OPEN I-O ARQ-TIPOS
           IF WRK-STATUS-TIPOS = '35'
               OPEN OUTPUT ARQ-TIPOS
               CLOSE ARQ-TIPOS
               OPEN I-O ARQ-TIPOS
           END-IF
           IF WRK-STATUS-TIPOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS TIPOS DE RELATORIO '
                   '(RELTIPO). STATUS: ' WRK-STATUS-TIPOS
               STOP RUN
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  L - LISTAR TIPOS DE RELATORIO'
           DISPLAY '  I - INCLUIR TIPO'
           DISPLAY '  A - ALTERAR TIPO'
           DISPLAY '  E - EXCLUIR TIPO'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'L'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM LISTA-TIPOS
               WHEN 'I'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM INCLUI-TIPO
               WHEN 'A'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM ALTERA-TIPO
               WHEN 'E'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM EXCLUI-TIPO
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

       LISTA-TIPOS.
           MOVE 'N' TO WRK-FIM-LISTA
           MOVE LOW-VALUES TO TPR-RELATORIO
           START ARQ-TIPOS KEY IS NOT LESS THAN TPR-RELATORIO
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY 'RELATORIO  DIAS  LIN DESCRICAO'
           PERFORM LISTA-UM-TIPO UNTIL FIM-LISTA
           DISPLAY 'SEM TIPO CADASTRADO: 90 DIAS, 60 LINHAS POR '
               'PAGINA.'.

       LISTA-UM-TIPO.
           READ ARQ-TIPOS NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   DISPLAY TPR-RELATORIO ' ' TPR-RETENCAO-DIAS ' '
                       TPR-LINHAS-PAGINA ' ' TPR-DESCRICAO
           END-READ.

       SOLICITA-RELATORIO.
           MOVE SPACES TO WRK-RELATORIO
           DISPLAY 'DIGITE O RELATORIO (NOME DO ARQUIVO, EX.: GEOMREL)'
           ACCEPT WRK-RELATORIO
           MOVE FUNCTION UPPER-CASE(WRK-RELATORIO) TO WRK-RELATORIO
           MOVE WRK-RELATORIO TO TPR-RELATORIO.

      * Zero days would expire a report the night it is written.
       SOLICITA-DADOS-TIPO.
           MOVE SPACES TO WRK-DESCRICAO
           MOVE 0 TO WRK-RETENCAO-DIAS, WRK-LINHAS-PAGINA
           DISPLAY 'DIGITE A DESCRICAO'
           ACCEPT WRK-DESCRICAO
           DISPLAY 'DIGITE A RETENCAO EM DIAS (EX.: 3650 = 10 ANOS)'
           ACCEPT WRK-RETENCAO-DIAS
           DISPLAY 'DIGITE AS LINHAS POR PAGINA (0 = 60)'
           ACCEPT WRK-LINHAS-PAGINA
           MOVE 'S' TO WRK-DADOS-OK
           IF WRK-RETENCAO-DIAS = 0
               DISPLAY 'RETENCAO OBRIGATORIA.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF
           IF WRK-LINHAS-PAGINA = 0
               MOVE 60 TO WRK-LINHAS-PAGINA
           END-IF.

       INCLUI-TIPO.
           PERFORM SOLICITA-RELATORIO
           IF WRK-RELATORIO = SPACES
               DISPLAY 'RELATORIO NAO INFORMADO.'
           ELSE
               PERFORM SOLICITA-DADOS-TIPO
               IF DADOS-VALIDOS
                   PERFORM MOVE-DADOS-TIPO
                   WRITE RELTIPO-REC
                       INVALID KEY
                           DISPLAY 'TIPO JA CADASTRADO PARA '
                               WRK-RELATORIO '. USE A OPCAO A.'
                       NOT INVALID KEY
                           DISPLAY 'TIPO INCLUIDO.'
                   END-WRITE
               ELSE
                   DISPLAY 'TIPO NAO GRAVADO.'
               END-IF
           END-IF.

       MOVE-DADOS-TIPO.
           MOVE WRK-RELATORIO TO TPR-RELATORIO
           MOVE WRK-DESCRICAO TO TPR-DESCRICAO
           MOVE WRK-RETENCAO-DIAS TO TPR-RETENCAO-DIAS
           MOVE WRK-LINHAS-PAGINA TO TPR-LINHAS-PAGINA
           MOVE WRK-OPERADOR TO TPR-OPERADOR
           MOVE WRK-DATA-HOJE TO TPR-DATA.

      * A shorter retention reaches back to the runs already kept:
      * the next RELEXPUR drops whatever is now past it.
       ALTERA-TIPO.
           PERFORM SOLICITA-RELATORIO
           READ ARQ-TIPOS
               INVALID KEY
                   DISPLAY 'TIPO NAO ENCONTRADO: ' WRK-RELATORIO
               NOT INVALID KEY
                   PERFORM EXIBE-TIPO
                   MOVE TPR-RETENCAO-DIAS TO WRK-RETENCAO-ANTERIOR
                   PERFORM SOLICITA-DADOS-TIPO
                   IF DADOS-VALIDOS
                       IF WRK-RETENCAO-DIAS < WRK-RETENCAO-ANTERIOR
                           DISPLAY 'RETENCAO MENOR: AS EXECUCOES JA '
                               'GUARDADAS ALEM DE '
                               WRK-RETENCAO-DIAS ' DIAS SAIRAO NO '
                               'PROXIMO RELEXPUR.'
                           DISPLAY 'CONFIRMA? (S/N)'
                           ACCEPT WRK-CONFIRMA
                       ELSE
                           MOVE 'S' TO WRK-CONFIRMA
                       END-IF
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                           PERFORM MOVE-DADOS-TIPO
                           REWRITE RELTIPO-REC
                           DISPLAY 'TIPO ALTERADO.'
                       ELSE
                           DISPLAY 'TIPO NAO ALTERADO.'
                       END-IF
                   ELSE
                       DISPLAY 'TIPO NAO ALTERADO.'
                   END-IF
           END-READ.

       EXCLUI-TIPO.
           PERFORM SOLICITA-RELATORIO
           READ ARQ-TIPOS
               INVALID KEY
                   DISPLAY 'TIPO NAO ENCONTRADO: ' WRK-RELATORIO
               NOT INVALID KEY
                   PERFORM EXIBE-TIPO
                   DISPLAY 'SEM O TIPO O RELATORIO VOLTA A 90 DIAS DE '
                       'RETENCAO. CONFIRMA A EXCLUSAO? (S/N)'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       DELETE ARQ-TIPOS
                       DISPLAY 'TIPO EXCLUIDO.'
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
           END-READ.

       EXIBE-TIPO.
           DISPLAY 'DESCRICAO.......: ' TPR-DESCRICAO
           DISPLAY 'RETENCAO (DIAS).: ' TPR-RETENCAO-DIAS
           DISPLAY 'LINHAS/PAGINA...: ' TPR-LINHAS-PAGINA
           DISPLAY 'ALTERADO EM.....: ' TPR-DATA ' POR '
               TPR-OPERADOR.
       END PROGRAM RELTMANT.
