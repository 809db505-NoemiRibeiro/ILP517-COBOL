      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGEMANT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Coordinator review of the PLANSUGE
      *             suggested registration plan written by SUGEGERA,
      *             behind a level-3 sign-on: lists a student's plan
      *             for the term, adds a discipline by hand (checked
      *             against CATMSTR and OFERTAS), excludes a proposed
      *             line and restores an excluded one. Each change is
      *             stamped with the signed-on operator. Lines that
      *             INSCMATR mode P has already processed are shown
      *             but can no longer be changed.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SUGESTOES ASSIGN TO "PLANSUGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUG-CHAVE
               FILE STATUS IS WRK-STATUS-SUGESTOES.

           SELECT CATALOGO-DISCIPLINAS ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS WRK-STATUS-CATALOGO.

           SELECT ARQ-OFERTAS ASSIGN TO "OFERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-CHAVE
               FILE STATUS IS WRK-STATUS-OFERTAS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-SUGESTOES.
           COPY SUGEREC.

       FD  CATALOGO-DISCIPLINAS.
           COPY CATDISC.

       FD  ARQ-OFERTAS.
           COPY OFERREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-SUGESTOES  PIC X(02).
       77 WRK-STATUS-CATALOGO   PIC X(02).
       77 WRK-STATUS-OFERTAS    PIC X(02).
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'SUGEMANT'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 3.
       77 WRK-DATA-EXECUCAO     PIC 9(08).
       77 WRK-TERMO             PIC 9(05).
       77 WRK-OPCAO             PIC X(01).
       77 WRK-STUDENT-ID        PIC X(10).
       77 WRK-CODIGO            PIC X(05).
       77 WRK-CARGA-ALUNO       PIC 9(03).
       77 WRK-DESCRICAO-STATUS  PIC X(12).

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.

       01 WRK-FIM-PLANO        PIC X(01) VALUE 'N'.
           88 NAO-HA-MAIS-LINHAS VALUE 'S'.

       01 WRK-OFERTAS-DISPONIVEL PIC X(01) VALUE 'N'.
           88 HA-OFERTAS VALUE 'S'.

       01 WRK-ALUNOS-DISPONIVEL PIC X(01) VALUE 'N'.
           88 HA-ALUNOS VALUE 'S'.

       01 WRK-CODIGO-OK        PIC X(01).
           88 CODIGO-VALIDO VALUE 'S'.

       01 CONT-TENTATIVAS-OPC  PIC 9(1) VALUE 0.
       01 MAX-TENTATIVAS-OPC   PIC 9(1) VALUE 3.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'SUGEMANT - REVISAO DO PLANO SUGERIDO DE INSCRICAO'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           DISPLAY 'DIGITE O TERMO DO PLANO (AAAAS)'
           ACCEPT WRK-TERMO
           PERFORM EXIBE-MENU UNTIL FIM-MANUTENCAO
           CLOSE ARQ-SUGESTOES
           CLOSE CATALOGO-DISCIPLINAS
           IF HA-OFERTAS
               CLOSE ARQ-OFERTAS
           END-IF
           IF HA-ALUNOS
               CLOSE ARQ-ALUNOS
           END-IF
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

      * The plan itself is written by SUGEGERA; without it there is
      * nothing to review. A line added by hand is a plan too, so the
      * file is created when a coordinator starts one from scratch.
       ABRE-ARQUIVOS.
           OPEN I-O ARQ-SUGESTOES
           IF WRK-STATUS-SUGESTOES = '35'
               OPEN OUTPUT ARQ-SUGESTOES
               CLOSE ARQ-SUGESTOES
               OPEN I-O ARQ-SUGESTOES
           END-IF
           IF WRK-STATUS-SUGESTOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR O PLANO SUGERIDO (PLANSUGE). '
                   'STATUS: ' WRK-STATUS-SUGESTOES
               STOP RUN
           END-IF
           OPEN INPUT CATALOGO-DISCIPLINAS
           IF WRK-STATUS-CATALOGO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CATALOGO DE DISCIPLINAS '
                   '(CATMSTR). STATUS: ' WRK-STATUS-CATALOGO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-OFERTAS
           IF WRK-STATUS-OFERTAS = '00'
               SET HA-OFERTAS TO TRUE
           ELSE
               DISPLAY 'OFERTAS INDISPONIVEL (STATUS '
                   WRK-STATUS-OFERTAS '). INCLUSOES SEM CONFERENCIA '
                   'DE OFERTA.'
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS = '00'
               SET HA-ALUNOS TO TRUE
           END-IF.

       EXIBE-MENU.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ESCOLHA UMA OPCAO.'
           DISPLAY '  C - CONSULTAR O PLANO DE UM ALUNO'
           DISPLAY '  I - INCLUIR DISCIPLINA NO PLANO'
           DISPLAY '  E - EXCLUIR DISCIPLINA DO PLANO'
           DISPLAY '  R - RESTAURAR DISCIPLINA EXCLUIDA'
           DISPLAY '  0 - SAIR'
           ACCEPT WRK-OPCAO
           EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO)
               WHEN 'C'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM CONSULTA-PLANO
               WHEN 'I'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM INCLUI-DISCIPLINA
               WHEN 'E'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM EXCLUI-DISCIPLINA
               WHEN 'R'
                   MOVE 0 TO CONT-TENTATIVAS-OPC
                   PERFORM RESTAURA-DISCIPLINA
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
           MOVE SPACES TO WRK-STUDENT-ID
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO'
           ACCEPT WRK-STUDENT-ID.

       SOLICITA-CODIGO.
           MOVE SPACES TO WRK-CODIGO
           DISPLAY 'DIGITE O CODIGO DA MATERIA (EX: ADS02)'
           ACCEPT WRK-CODIGO
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.

       CONSULTA-PLANO.
           PERFORM SOLICITA-ALUNO
           MOVE 0 TO WRK-CARGA-ALUNO
           MOVE 'N' TO WRK-FIM-PLANO
           MOVE WRK-TERMO TO SUG-TERMO
           MOVE WRK-STUDENT-ID TO SUG-STUDENT-ID
           MOVE LOW-VALUES TO SUG-CODIGO
           START ARQ-SUGESTOES KEY IS NOT LESS THAN SUG-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-LINHAS TO TRUE
           END-START
           PERFORM EXIBE-LINHA-PLANO UNTIL NAO-HA-MAIS-LINHAS
           IF WRK-CARGA-ALUNO = 0
               DISPLAY 'NENHUMA DISCIPLINA A INSCREVER NO PLANO.'
           ELSE
               DISPLAY 'CARGA A INSCREVER: ' WRK-CARGA-ALUNO
                   ' CREDITOS'
           END-IF.

       EXIBE-LINHA-PLANO.
           READ ARQ-SUGESTOES NEXT
               AT END
                   SET NAO-HA-MAIS-LINHAS TO TRUE
               NOT AT END
                   IF SUG-TERMO NOT = WRK-TERMO
                       OR SUG-STUDENT-ID NOT = WRK-STUDENT-ID
                       SET NAO-HA-MAIS-LINHAS TO TRUE
                   ELSE
                       PERFORM DESCREVE-STATUS
                       DISPLAY SUG-CODIGO ' ' SUG-MATERIA ' '
                           SUG-CREDITOS ' CR  ' WRK-DESCRICAO-STATUS
                           ' ' SUG-OPERADOR ' ' SUG-OCORRENCIA
                       IF SUGESTAO-PROPOSTA
                           ADD SUG-CREDITOS TO WRK-CARGA-ALUNO
                       END-IF
                   END-IF
           END-READ.

       DESCREVE-STATUS.
           EVALUATE TRUE
               WHEN SUGESTAO-PROPOSTA
                   IF SUGESTAO-MANUAL
                       MOVE 'INCLUIDA' TO WRK-DESCRICAO-STATUS
                   ELSE
                       MOVE 'SUGERIDA' TO WRK-DESCRICAO-STATUS
                   END-IF
               WHEN SUGESTAO-EXCLUIDA
                   MOVE 'EXCLUIDA' TO WRK-DESCRICAO-STATUS
               WHEN SUGESTAO-CARREGADA
                   MOVE 'INSCRITA' TO WRK-DESCRICAO-STATUS
               WHEN SUGESTAO-EM-ESPERA
                   MOVE 'EM ESPERA' TO WRK-DESCRICAO-STATUS
               WHEN OTHER
                   MOVE 'RECUSADA' TO WRK-DESCRICAO-STATUS
           END-EVALUATE.

      * A discipline added by hand is the coordinator's decision, so
      * only the catalog and the term's offering are checked here;
      * prerequisites, holds and capacity are INSCMATR's to apply
      * when the plan is loaded.
       INCLUI-DISCIPLINA.
           PERFORM SOLICITA-ALUNO
           PERFORM SOLICITA-CODIGO
           PERFORM VALIDA-CODIGO
           IF CODIGO-VALIDO
               MOVE WRK-TERMO TO SUG-TERMO
               MOVE WRK-STUDENT-ID TO SUG-STUDENT-ID
               MOVE WRK-CODIGO TO SUG-CODIGO
               MOVE SPACES TO SUG-NOME
               IF HA-ALUNOS
                   MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
                   READ ARQ-ALUNOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MST-NOME TO SUG-NOME
                   END-READ
               END-IF
               MOVE CAT-NOME TO SUG-MATERIA
               MOVE CAT-CREDITOS TO SUG-CREDITOS
               MOVE 'M' TO SUG-ORIGEM
               MOVE 'P' TO SUG-STATUS
               MOVE WRK-DATA-EXECUCAO TO SUG-DATA-GERACAO
               MOVE WRK-OPERADOR TO SUG-OPERADOR
               MOVE SPACES TO SUG-OCORRENCIA
               WRITE SUGESTAO-REC
                   INVALID KEY
                       DISPLAY 'DISCIPLINA JA CONSTA DO PLANO. USE A '
                           'OPCAO R PARA RESTAURAR UMA EXCLUIDA.'
                   NOT INVALID KEY
                       DISPLAY 'DISCIPLINA INCLUIDA NO PLANO.'
               END-WRITE
           END-IF.

       VALIDA-CODIGO.
           MOVE 'N' TO WRK-CODIGO-OK
           MOVE WRK-CODIGO TO CAT-CODIGO
           READ CATALOGO-DISCIPLINAS
               INVALID KEY
                   DISPLAY 'CODIGO NAO ENCONTRADO NO CATALOGO: '
                       WRK-CODIGO
               NOT INVALID KEY
                   IF DISCIPLINA-INATIVA
                       DISPLAY 'DISCIPLINA INATIVA NO CATALOGO: '
                           WRK-CODIGO
                   ELSE
                       MOVE 'S' TO WRK-CODIGO-OK
                   END-IF
           END-READ
           IF CODIGO-VALIDO AND HA-OFERTAS
               MOVE WRK-CODIGO TO OFR-CODIGO
               MOVE WRK-TERMO TO OFR-TERMO
               READ ARQ-OFERTAS
                   INVALID KEY
                       DISPLAY 'SEM OFERTA DE ' WRK-CODIGO
                           ' NO TERMO ' WRK-TERMO '.'
                       MOVE 'N' TO WRK-CODIGO-OK
               END-READ
           END-IF.

       EXCLUI-DISCIPLINA.
           PERFORM SOLICITA-ALUNO
           PERFORM SOLICITA-CODIGO
           MOVE WRK-TERMO TO SUG-TERMO
           MOVE WRK-STUDENT-ID TO SUG-STUDENT-ID
           MOVE WRK-CODIGO TO SUG-CODIGO
           READ ARQ-SUGESTOES
               INVALID KEY
                   DISPLAY 'DISCIPLINA NAO CONSTA DO PLANO.'
               NOT INVALID KEY
                   IF SUGESTAO-PROPOSTA
                       MOVE 'X' TO SUG-STATUS
                       MOVE WRK-OPERADOR TO SUG-OPERADOR
                       REWRITE SUGESTAO-REC
                       DISPLAY 'DISCIPLINA EXCLUIDA DO PLANO.'
                   ELSE
                       PERFORM DESCREVE-STATUS
                       DISPLAY 'LINHA NAO PODE SER EXCLUIDA: '
                           WRK-DESCRICAO-STATUS
                   END-IF
           END-READ.

       RESTAURA-DISCIPLINA.
           PERFORM SOLICITA-ALUNO
           PERFORM SOLICITA-CODIGO
           MOVE WRK-TERMO TO SUG-TERMO
           MOVE WRK-STUDENT-ID TO SUG-STUDENT-ID
           MOVE WRK-CODIGO TO SUG-CODIGO
           READ ARQ-SUGESTOES
               INVALID KEY
                   DISPLAY 'DISCIPLINA NAO CONSTA DO PLANO.'
               NOT INVALID KEY
                   IF SUGESTAO-EXCLUIDA
                       MOVE 'P' TO SUG-STATUS
                       MOVE WRK-OPERADOR TO SUG-OPERADOR
                       REWRITE SUGESTAO-REC
                       DISPLAY 'DISCIPLINA RESTAURADA NO PLANO.'
                   ELSE
                       DISPLAY 'SO UMA LINHA EXCLUIDA PODE SER '
                           'RESTAURADA.'
                   END-IF
           END-READ.
       END PROGRAM SUGEMANT.
