      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLAGRAU.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Degree conferral run for a conferral
      *             date and program of study: every active student
      *             on ALUNOS not yet on the FORMADOS graduates file
      *             for the program is audited again through GRADAPUR
      *             (the RELGRADU check of the CURRMSTR requirement
      *             groups), and each one with every group complete
      *             is conferred - written to FORMADOS with the date,
      *             credits, final credit-weighted average and honors
      *             band, given the next diploma number from DIPLCTL
      *             (logged to DIPLLOG the way HISTEMIT logs its
      *             transcripts), set to F (graduated) on ALUNOS
      *             through the MATRJRNL journal, and listed on the
      *             DIPLREL graduation register for the ceremony and
      *             the ministry file. A candidate with an active
      *             hold on BLOQUEIO is held back, named on SYSOUT,
      *             and the run ends REJEICOES (RC 4); rerun once the
      *             hold is released and only the held-back students
      *             are conferred.
      * 15/10/2026  The audit now includes the program's complementary
      *             activity hours; the hours counted are kept on
      *             FORMADOS and printed on the register.
      * 15/10/2026  Only students declared in the run's program (the
      *             DECLMANT declaration on ALUNOS) are audited; a
      *             student declared in another program is skipped.
      *             A student with no declaration yet is still
      *             audited against the run's program, as before.
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

           SELECT ARQ-FORMADOS ASSIGN TO "FORMADOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRM-CHAVE
               FILE STATUS IS WRK-STATUS-FORMADOS.

           SELECT ARQ-CONTROLE-NUM ASSIGN TO "DIPLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE.

           SELECT ARQ-LOG-EMISSAO ASSIGN TO "DIPLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.

           SELECT ARQ-RELATORIO ASSIGN TO "DIPLREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-FORMADOS.
           COPY FORMREC.

       FD  ARQ-CONTROLE-NUM.
       01  CONTROLE-NUM-REC.
           03 CTN-ULTIMO-NUMERO    PIC 9(07).

       FD  ARQ-LOG-EMISSAO.
       01  LOG-EMISSAO-LINHA       PIC X(120).

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-STATUS-FORMADOS   PIC X(02).
       77 WRK-STATUS-CONTROLE   PIC X(02).
       77 WRK-STATUS-LOG        PIC X(02).
       77 WRK-DATA-HOJE         PIC 9(08).
       77 WRK-DATA-COLACAO      PIC 9(08).
       77 WRK-PROGRAMA          PIC X(05).
       77 WRK-NUMERO-CONTROLE   PIC 9(07) VALUE 0.
       77 WRK-QTD-LIDA          PIC 9(06) VALUE 0.
       77 WRK-QTD-CANDIDATOS    PIC 9(06) VALUE 0.
       77 WRK-QTD-FORMADOS      PIC 9(06) VALUE 0.
       77 WRK-QTD-PENDENTES     PIC 9(06) VALUE 0.
       77 WRK-QTD-BLOQUEADA     PIC 9(06) VALUE 0.
       77 WRK-RESULTADO         PIC X(01).
       77 WRK-GRUPOS-PENDENTES  PIC 9(03).
       77 WRK-CRED-CONCLUIDOS   PIC 9(04).
       77 WRK-MEDIA-PONDERADA   PIC 9(02)V99.
       77 WRK-HORAS-EXIGIDAS    PIC 9(04).
       77 WRK-HORAS-CUMPRIDAS   PIC 9(04).
       77 WRK-MEDIA-EXIBE       PIC Z9.99.
       77 WRK-DESCRICAO-MENCAO  PIC X(16).
       77 WRK-TIPO-BLOQUEIO     PIC X(01).
       77 WRK-MOTIVO-BLOQUEIO   PIC X(30).
       77 WRK-DATA-BLOQUEIO     PIC 9(08).
       77 WRK-MEDIA-SUMMA       PIC 9(02)V99 VALUE 9.50.
       77 WRK-MEDIA-MAGNA       PIC 9(02)V99 VALUE 9.00.
       77 WRK-MEDIA-CUM-LAUDE   PIC 9(02)V99 VALUE 8.50.

       01 WRK-ALUNO-BLOQUEADO PIC X VALUE 'N'.
           88 ALUNO-BLOQUEADO VALUE 'S'.

       01 WRK-FIM-ALUNOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ALUNOS VALUE 'S'.

       01 JRN-CHAMADA.
           03 JRN-PROGRAMA-CHAMADA PIC X(08) VALUE 'COLAGRAU'.
           03 JRN-ARQUIVO-CHAMADA  PIC X(01).
           03 JRN-OPERACAO-CHAMADA PIC X(01).
           03 JRN-IMAGEM-CHAMADA   PIC X(140).

       01 LOG-EXECUCAO.
           03 LOG-PROGRAMA      PIC X(08) VALUE 'COLAGRAU'.
           03 LOG-EVENTO        PIC X(01).
           03 LOG-QTD-LIDA      PIC 9(06) VALUE 0.
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'DIPLREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'COLAGRAU'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'COLAGRAU - COLACAO DE GRAU E REGISTRO DE DIPLOMAS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-LOG-INICIO
           DISPLAY 'DATA DA COLACAO DE GRAU (AAAAMMDD, 0 = DATA DO '
               'SISTEMA)'
           ACCEPT WRK-DATA-COLACAO
           IF WRK-DATA-COLACAO = 0
               MOVE WRK-DATA-HOJE TO WRK-DATA-COLACAO
           END-IF
           DISPLAY 'CODIGO DO PROGRAMA DE ESTUDOS (EX: ADS)'
           ACCEPT WRK-PROGRAMA
           MOVE FUNCTION UPPER-CASE(WRK-PROGRAMA) TO WRK-PROGRAMA
           IF WRK-PROGRAMA = SPACES
               DISPLAY 'PROGRAMA DE ESTUDOS NAO INFORMADO.'
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM LE-NUMERO-CONTROLE
           PERFORM GRAVA-CABECALHO-REGISTRO
           PERFORM PROCESSA-ALUNO UNTIL NAO-HA-MAIS-ALUNOS
           PERFORM GRAVA-TOTAL-REGISTRO
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-FORMADOS
           CLOSE ARQ-LOG-EMISSAO
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           PERFORM GRAVA-NUMERO-CONTROLE
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'ALUNOS LIDOS.......: ' WRK-QTD-LIDA
           DISPLAY 'CANDIDATOS AUDITADOS: ' WRK-QTD-CANDIDATOS
           DISPLAY 'GRAUS CONFERIDOS...: ' WRK-QTD-FORMADOS
           DISPLAY 'AINDA COM PENDENCIAS: ' WRK-QTD-PENDENTES
           DISPLAY 'RETIDOS POR BLOQUEIO: ' WRK-QTD-BLOQUEADA
           DISPLAY 'Registro de diplomas gerado em DIPLREL.'
           DISPLAY '---------------------------------------------------'
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN I-O ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN I-O ARQ-FORMADOS
           IF WRK-STATUS-FORMADOS = '35'
               OPEN OUTPUT ARQ-FORMADOS
               CLOSE ARQ-FORMADOS
               OPEN I-O ARQ-FORMADOS
           END-IF
           IF WRK-STATUS-FORMADOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE FORMADOS '
                   '(FORMADOS). STATUS: ' WRK-STATUS-FORMADOS
               CLOSE ARQ-ALUNOS
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-LOG-EMISSAO
           IF WRK-STATUS-LOG = '35'
               OPEN OUTPUT ARQ-LOG-EMISSAO
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           MOVE 'N' TO WRK-FIM-ALUNOS
           MOVE LOW-VALUES TO MST-STUDENT-ID
           START ARQ-ALUNOS KEY IS NOT LESS THAN MST-STUDENT-ID
               INVALID KEY
                   SET NAO-HA-MAIS-ALUNOS TO TRUE
           END-START.

       LE-NUMERO-CONTROLE.
           OPEN INPUT ARQ-CONTROLE-NUM
           IF WRK-STATUS-CONTROLE = '00'
               READ ARQ-CONTROLE-NUM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTN-ULTIMO-NUMERO TO WRK-NUMERO-CONTROLE
               END-READ
               CLOSE ARQ-CONTROLE-NUM
           END-IF.

       GRAVA-NUMERO-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE-NUM
           MOVE WRK-NUMERO-CONTROLE TO CTN-ULTIMO-NUMERO
           WRITE CONTROLE-NUM-REC
           CLOSE ARQ-CONTROLE-NUM.

       PROCESSA-ALUNO.
           READ ARQ-ALUNOS NEXT
               AT END
                   SET NAO-HA-MAIS-ALUNOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDA
                   IF ALUNO-ATIVO
                       AND (MST-PROGRAMA = WRK-PROGRAMA
                           OR MST-PROGRAMA = SPACES)
                       PERFORM CONFERE-FORMADO
                   END-IF
           END-READ.

      * A student already conferred for this program is skipped, so
      * the run can be repeated for the same ceremony.
       CONFERE-FORMADO.
           MOVE MST-STUDENT-ID TO FRM-STUDENT-ID
           MOVE WRK-PROGRAMA TO FRM-PROGRAMA
           READ ARQ-FORMADOS
               INVALID KEY
                   PERFORM AUDITA-CANDIDATO
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       AUDITA-CANDIDATO.
           ADD 1 TO WRK-QTD-CANDIDATOS
           CALL 'GRADAPUR' USING MST-STUDENT-ID, WRK-PROGRAMA,
               WRK-RESULTADO, WRK-GRUPOS-PENDENTES,
               WRK-CRED-CONCLUIDOS, WRK-MEDIA-PONDERADA,
               WRK-HORAS-EXIGIDAS, WRK-HORAS-CUMPRIDAS
           EVALUATE WRK-RESULTADO
               WHEN 'A'
                   PERFORM CONFERE-BLOQUEIO
                   IF NOT ALUNO-BLOQUEADO
                       PERFORM CONFERE-GRAU
                   END-IF
               WHEN 'P'
                   ADD 1 TO WRK-QTD-PENDENTES
               WHEN OTHER
                   DISPLAY 'AUDITORIA INDISPONIVEL PARA O PROGRAMA '
                       WRK-PROGRAMA '. EXECUCAO ENCERRADA.'
                   CLOSE ARQ-ALUNOS
                   CLOSE ARQ-FORMADOS
                   CLOSE ARQ-LOG-EMISSAO
                   CLOSE ARQ-RELATORIO
                   CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
                       REG-TERMO
                   PERFORM GRAVA-NUMERO-CONTROLE
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
           END-EVALUATE.

      * A diploma is a controlled document like the transcript: a
      * held student waits for the next run, as HISTEMIT does.
       CONFERE-BLOQUEIO.
           CALL 'BLOQBUSC' USING MST-STUDENT-ID, WRK-ALUNO-BLOQUEADO,
               WRK-TIPO-BLOQUEIO, WRK-MOTIVO-BLOQUEIO,
               WRK-DATA-BLOQUEIO
           IF ALUNO-BLOQUEADO
               ADD 1 TO WRK-QTD-BLOQUEADA
               DISPLAY 'GRAU RETIDO: ' FUNCTION TRIM(MST-STUDENT-ID)
                   ' COM BLOQUEIO ' WRK-TIPO-BLOQUEIO
                   ' DESDE ' WRK-DATA-BLOQUEIO ': '
                   FUNCTION TRIM(WRK-MOTIVO-BLOQUEIO)
           END-IF.

       CONFERE-GRAU.
           ADD 1 TO WRK-NUMERO-CONTROLE
           ADD 1 TO WRK-QTD-FORMADOS
           MOVE MST-STUDENT-ID TO FRM-STUDENT-ID
           MOVE WRK-PROGRAMA TO FRM-PROGRAMA
           MOVE MST-NOME TO FRM-NOME
           MOVE WRK-DATA-COLACAO TO FRM-DATA-COLACAO
           MOVE WRK-CRED-CONCLUIDOS TO FRM-CRED-CONCLUIDOS
           MOVE WRK-MEDIA-PONDERADA TO FRM-MEDIA-PONDERADA
           MOVE WRK-HORAS-CUMPRIDAS TO FRM-HORAS-COMPLEMENTARES
           PERFORM CLASSIFICA-MENCAO
           MOVE WRK-NUMERO-CONTROLE TO FRM-NUMERO-DIPLOMA
           MOVE WRK-DATA-HOJE TO FRM-DATA-PROCESSO
           WRITE FORMADO-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR FORMADO '
                       FUNCTION TRIM(MST-STUDENT-ID)
                       '. STATUS: ' WRK-STATUS-FORMADOS
           END-WRITE
           MOVE 'F' TO MST-SITUACAO-ALUNO
           REWRITE ALUNO-MESTRE-REC
           MOVE 'A' TO JRN-ARQUIVO-CHAMADA
           MOVE 'R' TO JRN-OPERACAO-CHAMADA
           MOVE ALUNO-MESTRE-REC TO JRN-IMAGEM-CHAMADA
           CALL 'MATRJRNL' USING JRN-PROGRAMA-CHAMADA,
               JRN-ARQUIVO-CHAMADA, JRN-OPERACAO-CHAMADA,
               JRN-IMAGEM-CHAMADA
           PERFORM GRAVA-LOG-EMISSAO
           PERFORM GRAVA-LINHA-REGISTRO.

       CLASSIFICA-MENCAO.
           EVALUATE TRUE
               WHEN WRK-MEDIA-PONDERADA >= WRK-MEDIA-SUMMA
                   MOVE 'S' TO FRM-MENCAO
                   MOVE 'SUMMA CUM LAUDE' TO WRK-DESCRICAO-MENCAO
               WHEN WRK-MEDIA-PONDERADA >= WRK-MEDIA-MAGNA
                   MOVE 'M' TO FRM-MENCAO
                   MOVE 'MAGNA CUM LAUDE' TO WRK-DESCRICAO-MENCAO
               WHEN WRK-MEDIA-PONDERADA >= WRK-MEDIA-CUM-LAUDE
                   MOVE 'C' TO FRM-MENCAO
                   MOVE 'CUM LAUDE' TO WRK-DESCRICAO-MENCAO
               WHEN OTHER
                   MOVE 'N' TO FRM-MENCAO
                   MOVE 'SEM MENCAO' TO WRK-DESCRICAO-MENCAO
           END-EVALUATE.

       GRAVA-LOG-EMISSAO.
           MOVE SPACES TO LOG-EMISSAO-LINHA
           STRING WRK-DATA-HOJE DELIMITED SIZE
               ',DIPLOMA=' WRK-NUMERO-CONTROLE DELIMITED SIZE
               ',' FUNCTION TRIM(MST-STUDENT-ID) DELIMITED SIZE
               ',PROGRAMA=' FUNCTION TRIM(WRK-PROGRAMA)
               DELIMITED SIZE
               ',COLACAO EM ' WRK-DATA-COLACAO DELIMITED SIZE
               INTO LOG-EMISSAO-LINHA
           END-STRING
           WRITE LOG-EMISSAO-LINHA.

       GRAVA-CABECALHO-REGISTRO.
           MOVE SPACES TO RELATORIO-REC
           STRING 'REGISTRO DE DIPLOMAS - PROGRAMA ' DELIMITED SIZE
               WRK-PROGRAMA DELIMITED SIZE
               ' - COLACAO DE GRAU EM ' WRK-DATA-COLACAO
               DELIMITED SIZE
               ' - EMITIDO EM ' WRK-DATA-HOJE DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE 'DIPLOMA MATRICULA  NOME                           '
               TO RELATORIO-REC
           MOVE 'CRED HRS  MEDIA MENCAO' TO RELATORIO-REC(51:22)
           WRITE RELATORIO-REC.

       GRAVA-LINHA-REGISTRO.
           MOVE WRK-MEDIA-PONDERADA TO WRK-MEDIA-EXIBE
           MOVE SPACES TO RELATORIO-REC
           STRING WRK-NUMERO-CONTROLE DELIMITED SIZE
               ' ' MST-STUDENT-ID DELIMITED SIZE
               ' ' MST-NOME DELIMITED SIZE
               ' ' WRK-CRED-CONCLUIDOS DELIMITED SIZE
               ' ' WRK-HORAS-CUMPRIDAS DELIMITED SIZE
               ' ' WRK-MEDIA-EXIBE DELIMITED SIZE
               ' ' WRK-DESCRICAO-MENCAO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-TOTAL-REGISTRO.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING 'GRAUS CONFERIDOS: ' DELIMITED SIZE
               WRK-QTD-FORMADOS DELIMITED SIZE
               '  RETIDOS POR BLOQUEIO: ' DELIMITED SIZE
               WRK-QTD-BLOQUEADA DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.

       GRAVA-LOG-INICIO.
           MOVE 'I' TO LOG-EVENTO
           MOVE 0 TO LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA
           MOVE 'INICIADO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.

       GRAVA-LOG-FIM.
           MOVE 'F' TO LOG-EVENTO
           MOVE WRK-QTD-LIDA TO LOG-QTD-LIDA
           MOVE WRK-QTD-FORMADOS TO LOG-QTD-GRAVADA
           MOVE WRK-QTD-BLOQUEADA TO LOG-QTD-REJEITADA
           IF WRK-QTD-BLOQUEADA > 0
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
           MOVE WRK-QTD-LIDA TO LOG-QTD-LIDA
           MOVE WRK-QTD-FORMADOS TO LOG-QTD-GRAVADA
           MOVE 'ERRO' TO LOG-STATUS
           CALL 'RUNLOG' USING LOG-PROGRAMA, LOG-EVENTO,
               LOG-QTD-LIDA, LOG-QTD-GRAVADA, LOG-QTD-REJEITADA,
               LOG-STATUS.
       END PROGRAM COLAGRAU.
