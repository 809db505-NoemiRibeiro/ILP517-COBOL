      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONPURG.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Periodic personal-data purge: every
      *             ALUNOS student inactive or graduated whose last
      *             activity is older than the retention period
      *             (years, 5 by default) is anonymized through
      *             ALUNANON, which refuses a student with an open
      *             balance, dispute or transcript request and logs
      *             every outcome to ANONLOG. Last activity is the
      *             end date (TERMCAL) of the latest term the
      *             student appears in on MATRIMSTR, INSCRICAO or
      *             MATRARQV, or the FORMADOS conferral date if
      *             later. Mode S lists the students without
      *             touching them. The ANONREL report lists each
      *             student and what happened.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
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

           SELECT ARQ-MATRICULAS ASSIGN TO "MATRIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               ALTERNATE RECORD KEY IS MAT-CHAVE-CURSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT ARQ-INSCRICAO ASSIGN TO "INSCRICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CHAVE
               FILE STATUS IS WRK-STATUS-INSCRICAO.

           SELECT ARQ-ARQUIVO ASSIGN TO "MATRARQV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARV-CHAVE
               FILE STATUS IS WRK-STATUS-ARQUIVO.

           SELECT ARQ-FORMADOS ASSIGN TO "FORMADOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRM-CHAVE
               FILE STATUS IS WRK-STATUS-FORMADOS.

           SELECT ARQ-CALENDARIO ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.

           SELECT ARQ-RELATORIO ASSIGN TO "ANONREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-INSCRICAO.
           COPY INSCREC.

       FD  ARQ-ARQUIVO.
           COPY MATRIC01
               REPLACING ==MATRICULA-REC== BY ==ARQUIVO-REC==
                         LEADING ==MAT== BY ==ARV==.

       FD  ARQ-FORMADOS.
           COPY FORMREC.

       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ALUNOS      PIC X(02).
       77 WRK-STATUS-MATRICULAS  PIC X(02).
       77 WRK-STATUS-INSCRICAO   PIC X(02).
       77 WRK-STATUS-ARQUIVO     PIC X(02).
       77 WRK-STATUS-FORMADOS    PIC X(02).
       77 WRK-STATUS-TERMCAL     PIC X(02).
       77 WRK-DATA-HOJE          PIC 9(08).
       77 WRK-RETENCAO-PADRAO    PIC 9(02) VALUE 5.
       77 WRK-ANOS-RETENCAO      PIC 9(02).
       77 WRK-DATA-CORTE         PIC 9(08).
       77 WRK-MODO               PIC X(01).
       77 WRK-ULTIMO-TERMO       PIC 9(05).
       77 WRK-ULTIMA-ATIVIDADE   PIC 9(08).
       77 WRK-QTD-LIDOS          PIC 9(06) VALUE 0.
       77 WRK-QTD-VENCIDOS       PIC 9(05) VALUE 0.
       77 WRK-QTD-ANONIMIZADOS   PIC 9(05) VALUE 0.
       77 WRK-QTD-RECUSADOS      PIC 9(05) VALUE 0.
       77 WRK-QTD-ERROS          PIC 9(05) VALUE 0.
       77 WRK-ANON-STUDENT-ID    PIC X(10).
       77 WRK-ANON-ORIGEM        PIC X(01) VALUE 'P'.
       77 WRK-ANON-OPERADOR      PIC X(08) VALUE 'ANONPURG'.
       77 WRK-ANON-REFERENCIA    PIC X(20).
       77 WRK-ANON-RESULTADO     PIC X(01).
       77 WRK-ANON-MOTIVO        PIC X(40).
       77 WRK-DESCRICAO          PIC X(60).

       01 WRK-MODO-SIMULACAO PIC X VALUE 'N'.
           88 MODO-SIMULACAO VALUE 'S'.

       01 WRK-TABELA-CHEIA PIC X VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.

       01 WRK-FIM-ALUNOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ALUNOS VALUE 'S'.

       01 WRK-FIM-PESQUISA PIC X VALUE 'N'.
           88 FIM-PESQUISA VALUE 'S'.

       01 WRK-MATRICULAS-DISPONIVEL PIC X VALUE 'N'.
           88 MATRICULAS-DISPONIVEL VALUE 'S'.

       01 WRK-INSCRICAO-DISPONIVEL PIC X VALUE 'N'.
           88 INSCRICAO-DISPONIVEL VALUE 'S'.

       01 WRK-ARQUIVO-DISPONIVEL PIC X VALUE 'N'.
           88 ARQUIVO-DISPONIVEL VALUE 'S'.

       01 WRK-FORMADOS-DISPONIVEL PIC X VALUE 'N'.
           88 FORMADOS-DISPONIVEL VALUE 'S'.

       01 WRK-CALENDARIO-DISPONIVEL PIC X VALUE 'N'.
           88 CALENDARIO-DISPONIVEL VALUE 'S'.

      * Inactive and graduated students not yet anonymized; the
      * master is closed before ALUNANON opens it to update.
       01 CANDIDATOS.
           03 WRK-QTD-CANDIDATOS   PIC 9(05) VALUE 0.
           03 CAN-TAB OCCURS 5000 TIMES.
               05 CAN-STUDENT-ID       PIC X(10).
               05 CAN-NOME             PIC X(30).
               05 CAN-SITUACAO         PIC X(01).

       01 CONT-CAN         PIC 9(05) VALUE 0.

       01 LINHA-ALUNO.
           03 LAL-STUDENT-ID       PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LAL-NOME             PIC X(30).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 LAL-SITUACAO         PIC X(01).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LAL-ULTIMA-ATIVIDADE PIC 9(08).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LAL-DESCRICAO        PIC X(60).
           03 FILLER               PIC X(17) VALUE SPACES.

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'ANONPURG'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'ANONREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'ANONPURG'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ANONPURG - EXPURGO DE DADOS PESSOAIS DE INATIVOS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           DISPLAY 'INFORME O PRAZO DE RETENCAO EM ANOS (0 = '
               WRK-RETENCAO-PADRAO ')'
           ACCEPT WRK-ANOS-RETENCAO
           IF WRK-ANOS-RETENCAO = 0
               MOVE WRK-RETENCAO-PADRAO TO WRK-ANOS-RETENCAO
           END-IF
           DISPLAY 'MODO: S = SIMULACAO (SO LISTA), E = EFETIVO'
           ACCEPT WRK-MODO
           EVALUATE FUNCTION UPPER-CASE(WRK-MODO)
               WHEN 'S'
                   SET MODO-SIMULACAO TO TRUE
               WHEN 'E'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO. PROGRAMA ENCERRADO.'
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
           END-EVALUATE
           COMPUTE WRK-DATA-CORTE =
               WRK-DATA-HOJE - WRK-ANOS-RETENCAO * 10000
           STRING 'RETENCAO ' WRK-ANOS-RETENCAO DELIMITED SIZE
               ' ANOS' DELIMITED SIZE
               INTO WRK-ANON-REFERENCIA
           END-STRING
           PERFORM APURA-CANDIDATOS
           PERFORM ABRE-HISTORICOS
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-CABECALHO
           PERFORM TRATA-CANDIDATO
               VARYING CONT-CAN FROM 1 BY 1
               UNTIL CONT-CAN > WRK-QTD-CANDIDATOS
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           PERFORM FECHA-HISTORICOS
           DISPLAY 'ALUNOS LIDOS............: ' WRK-QTD-LIDOS
           DISPLAY 'INATIVOS COM PRAZO VENCIDO: ' WRK-QTD-VENCIDOS
           DISPLAY 'ANONIMIZADOS............: ' WRK-QTD-ANONIMIZADOS
           DISPLAY 'RECUSADOS...............: ' WRK-QTD-RECUSADOS
           DISPLAY 'ERROS...................: ' WRK-QTD-ERROS
           IF TABELA-ESTOURADA
               DISPLAY 'LIMITE DE 5000 CANDIDATOS ATINGIDO. EXECUTE '
                   'NOVAMENTE PARA OS DEMAIS.'
           END-IF
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'Relatorio gerado em ANONREL, acoes em ANONLOG.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

       APURA-CANDIDATOS.
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO MST-STUDENT-ID
           START ARQ-ALUNOS KEY IS NOT LESS THAN MST-STUDENT-ID
               INVALID KEY
                   SET NAO-HA-MAIS-ALUNOS TO TRUE
           END-START
           PERFORM LE-ALUNO UNTIL NAO-HA-MAIS-ALUNOS
           CLOSE ARQ-ALUNOS.

       LE-ALUNO.
           READ ARQ-ALUNOS NEXT
               AT END
                   SET NAO-HA-MAIS-ALUNOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF (ALUNO-INATIVO OR ALUNO-FORMADO)
                       AND NOT ALUNO-ANONIMIZADO
                       PERFORM GUARDA-CANDIDATO
                   END-IF
           END-READ.

       GUARDA-CANDIDATO.
           IF WRK-QTD-CANDIDATOS < 5000
               ADD 1 TO WRK-QTD-CANDIDATOS
               MOVE MST-STUDENT-ID
                   TO CAN-STUDENT-ID(WRK-QTD-CANDIDATOS)
               MOVE MST-NOME TO CAN-NOME(WRK-QTD-CANDIDATOS)
               MOVE MST-SITUACAO-ALUNO
                   TO CAN-SITUACAO(WRK-QTD-CANDIDATOS)
           ELSE
               SET TABELA-ESTOURADA TO TRUE
               SET NAO-HA-MAIS-ALUNOS TO TRUE
           END-IF.

       ABRE-HISTORICOS.
           OPEN INPUT ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS = '00'
               SET MATRICULAS-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-INSCRICAO
           IF WRK-STATUS-INSCRICAO = '00'
               SET INSCRICAO-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-ARQUIVO
           IF WRK-STATUS-ARQUIVO = '00'
               SET ARQUIVO-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-FORMADOS
           IF WRK-STATUS-FORMADOS = '00'
               SET FORMADOS-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL = '00'
               SET CALENDARIO-DISPONIVEL TO TRUE
           END-IF.

       FECHA-HISTORICOS.
           IF MATRICULAS-DISPONIVEL
               CLOSE ARQ-MATRICULAS
           END-IF
           IF INSCRICAO-DISPONIVEL
               CLOSE ARQ-INSCRICAO
           END-IF
           IF ARQUIVO-DISPONIVEL
               CLOSE ARQ-ARQUIVO
           END-IF
           IF FORMADOS-DISPONIVEL
               CLOSE ARQ-FORMADOS
           END-IF
           IF CALENDARIO-DISPONIVEL
               CLOSE ARQ-CALENDARIO
           END-IF.

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'EXPURGO DE DADOS PESSOAIS - ' DELIMITED SIZE
               WRK-DATA-HOJE DELIMITED SIZE
               ' - RETENCAO ' WRK-ANOS-RETENCAO DELIMITED SIZE
               ' ANOS - ATIVIDADE ANTERIOR A ' DELIMITED SIZE
               WRK-DATA-CORTE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           IF MODO-SIMULACAO
               MOVE 'SIMULACAO: NENHUM DADO FOI ALTERADO.'
                   TO RELATORIO-REC
               WRITE RELATORIO-REC
           END-IF
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE 'MATRICULA  NOME                           S  ULT.ATIV'
               TO RELATORIO-REC
           MOVE 'RESULTADO' TO RELATORIO-REC(56:9)
           WRITE RELATORIO-REC.

       TRATA-CANDIDATO.
           PERFORM APURA-ULTIMA-ATIVIDADE
           IF WRK-ULTIMA-ATIVIDADE < WRK-DATA-CORTE
               ADD 1 TO WRK-QTD-VENCIDOS
               IF MODO-SIMULACAO
                   MOVE 'SERIA ANONIMIZADO (SUJEITO A IMPEDIMENTOS)'
                       TO WRK-DESCRICAO
               ELSE
                   PERFORM ANONIMIZA-CANDIDATO
               END-IF
               PERFORM GRAVA-LINHA-ALUNO
           END-IF.

       ANONIMIZA-CANDIDATO.
           MOVE CAN-STUDENT-ID(CONT-CAN) TO WRK-ANON-STUDENT-ID
           CALL 'ALUNANON' USING WRK-ANON-STUDENT-ID,
               WRK-ANON-ORIGEM, WRK-ANON-OPERADOR,
               WRK-ANON-REFERENCIA, WRK-ANON-RESULTADO,
               WRK-ANON-MOTIVO
           MOVE SPACES TO WRK-DESCRICAO
           EVALUATE WRK-ANON-RESULTADO
               WHEN 'A'
                   ADD 1 TO WRK-QTD-ANONIMIZADOS
                   MOVE 'ANONIMIZADO' TO WRK-DESCRICAO
               WHEN 'R'
                   ADD 1 TO WRK-QTD-RECUSADOS
                   STRING 'RECUSADO: ' WRK-ANON-MOTIVO DELIMITED SIZE
                       INTO WRK-DESCRICAO
                   END-STRING
               WHEN 'J'
                   MOVE 'JA ANONIMIZADO' TO WRK-DESCRICAO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-ERROS
                   STRING 'ERRO: ' WRK-ANON-MOTIVO DELIMITED SIZE
                       INTO WRK-DESCRICAO
                   END-STRING
           END-EVALUATE.

      * Latest term on any of the three academic files, taken to
      * its TERMCAL end date (31/12 of the term's year when the
      * term is no longer on the calendar), or the conferral date.
       APURA-ULTIMA-ATIVIDADE.
           MOVE 0 TO WRK-ULTIMO-TERMO, WRK-ULTIMA-ATIVIDADE
           IF MATRICULAS-DISPONIVEL
               MOVE 'N' TO WRK-FIM-PESQUISA
               MOVE CAN-STUDENT-ID(CONT-CAN) TO MAT-STUDENT-ID
               MOVE LOW-VALUES TO MAT-CODIGO
               MOVE 0 TO MAT-TERMO
               START ARQ-MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
                   INVALID KEY
                       SET FIM-PESQUISA TO TRUE
               END-START
               PERFORM LE-MATRICULA-ALUNO UNTIL FIM-PESQUISA
           END-IF
           IF INSCRICAO-DISPONIVEL
               MOVE 'N' TO WRK-FIM-PESQUISA
               MOVE CAN-STUDENT-ID(CONT-CAN) TO INS-STUDENT-ID
               MOVE LOW-VALUES TO INS-CODIGO
               MOVE 0 TO INS-TERMO
               START ARQ-INSCRICAO KEY IS NOT LESS THAN INS-CHAVE
                   INVALID KEY
                       SET FIM-PESQUISA TO TRUE
               END-START
               PERFORM LE-INSCRICAO-ALUNO UNTIL FIM-PESQUISA
           END-IF
           IF ARQUIVO-DISPONIVEL
               MOVE 'N' TO WRK-FIM-PESQUISA
               MOVE CAN-STUDENT-ID(CONT-CAN) TO ARV-STUDENT-ID
               MOVE LOW-VALUES TO ARV-CODIGO
               MOVE 0 TO ARV-TERMO
               START ARQ-ARQUIVO KEY IS NOT LESS THAN ARV-CHAVE
                   INVALID KEY
                       SET FIM-PESQUISA TO TRUE
               END-START
               PERFORM LE-ARQUIVO-ALUNO UNTIL FIM-PESQUISA
           END-IF
           IF WRK-ULTIMO-TERMO NOT = 0
               PERFORM DATA-FIM-ULTIMO-TERMO
           END-IF
           IF FORMADOS-DISPONIVEL
               MOVE 'N' TO WRK-FIM-PESQUISA
               MOVE CAN-STUDENT-ID(CONT-CAN) TO FRM-STUDENT-ID
               MOVE LOW-VALUES TO FRM-PROGRAMA
               START ARQ-FORMADOS KEY IS NOT LESS THAN FRM-CHAVE
                   INVALID KEY
                       SET FIM-PESQUISA TO TRUE
               END-START
               PERFORM LE-FORMADO-ALUNO UNTIL FIM-PESQUISA
           END-IF.

       LE-MATRICULA-ALUNO.
           READ ARQ-MATRICULAS NEXT
               AT END
                   SET FIM-PESQUISA TO TRUE
               NOT AT END
                   IF MAT-STUDENT-ID NOT = CAN-STUDENT-ID(CONT-CAN)
                       SET FIM-PESQUISA TO TRUE
                   ELSE
                       IF MAT-TERMO > WRK-ULTIMO-TERMO
                           MOVE MAT-TERMO TO WRK-ULTIMO-TERMO
                       END-IF
                   END-IF
           END-READ.

       LE-INSCRICAO-ALUNO.
           READ ARQ-INSCRICAO NEXT
               AT END
                   SET FIM-PESQUISA TO TRUE
               NOT AT END
                   IF INS-STUDENT-ID NOT = CAN-STUDENT-ID(CONT-CAN)
                       SET FIM-PESQUISA TO TRUE
                   ELSE
                       IF INS-TERMO > WRK-ULTIMO-TERMO
                           MOVE INS-TERMO TO WRK-ULTIMO-TERMO
                       END-IF
                   END-IF
           END-READ.

       LE-ARQUIVO-ALUNO.
           READ ARQ-ARQUIVO NEXT
               AT END
                   SET FIM-PESQUISA TO TRUE
               NOT AT END
                   IF ARV-STUDENT-ID NOT = CAN-STUDENT-ID(CONT-CAN)
                       SET FIM-PESQUISA TO TRUE
                   ELSE
                       IF ARV-TERMO > WRK-ULTIMO-TERMO
                           MOVE ARV-TERMO TO WRK-ULTIMO-TERMO
                       END-IF
                   END-IF
           END-READ.

       DATA-FIM-ULTIMO-TERMO.
           COMPUTE WRK-ULTIMA-ATIVIDADE =
               (WRK-ULTIMO-TERMO / 10) * 10000 + 1231
           IF CALENDARIO-DISPONIVEL
               MOVE WRK-ULTIMO-TERMO TO CAL-TERMO
               READ ARQ-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-DATA-FIM TO WRK-ULTIMA-ATIVIDADE
               END-READ
           END-IF.

       LE-FORMADO-ALUNO.
           READ ARQ-FORMADOS NEXT
               AT END
                   SET FIM-PESQUISA TO TRUE
               NOT AT END
                   IF FRM-STUDENT-ID NOT = CAN-STUDENT-ID(CONT-CAN)
                       SET FIM-PESQUISA TO TRUE
                   ELSE
                       IF FRM-DATA-COLACAO > WRK-ULTIMA-ATIVIDADE
                           MOVE FRM-DATA-COLACAO
                               TO WRK-ULTIMA-ATIVIDADE
                       END-IF
                   END-IF
           END-READ.

       GRAVA-LINHA-ALUNO.
           MOVE CAN-STUDENT-ID(CONT-CAN) TO LAL-STUDENT-ID
           MOVE CAN-NOME(CONT-CAN) TO LAL-NOME
           MOVE CAN-SITUACAO(CONT-CAN) TO LAL-SITUACAO
           MOVE WRK-ULTIMA-ATIVIDADE TO LAL-ULTIMA-ATIVIDADE
           MOVE WRK-DESCRICAO TO LAL-DESCRICAO
           MOVE LINHA-ALUNO TO RELATORIO-REC
           WRITE RELATORIO-REC.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'ALUNOS LIDOS: ' WRK-QTD-LIDOS DELIMITED SIZE
               '   PRAZO VENCIDO: ' WRK-QTD-VENCIDOS DELIMITED SIZE
               '   ANONIMIZADOS: ' WRK-QTD-ANONIMIZADOS
               DELIMITED SIZE
               '   RECUSADOS: ' WRK-QTD-RECUSADOS DELIMITED SIZE
               '   ERROS: ' WRK-QTD-ERROS DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           IF TABELA-ESTOURADA
               MOVE 'LIMITE DE 5000 CANDIDATOS ATINGIDO. EXECUTE '
                   TO RELATORIO-REC
               MOVE 'NOVAMENTE PARA OS DEMAIS.' TO RELATORIO-REC(45:25)
               WRITE RELATORIO-REC
           END-IF.

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
           MOVE 'INICIADO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-LIDOS TO LOG-QTD-LIDA
           MOVE WRK-QTD-ANONIMIZADOS TO LOG-QTD-GRAVADA
           COMPUTE LOG-QTD-REJEITADA =
               WRK-QTD-RECUSADOS + WRK-QTD-ERROS
           IF WRK-QTD-ERROS > 0
               MOVE 'REJEICOES' TO LOG-STATUS
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'CONCLUIDO' TO LOG-STATUS
           END-IF
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-ERRO.
           MOVE 8 TO RETURN-CODE
           MOVE 'F' TO LOG-EVENTO
           MOVE 'ERRO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.
       END PROGRAM ANONPURG.
