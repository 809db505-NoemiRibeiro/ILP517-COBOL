      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAAPRV.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Second-operator decision on the
      *             grade corrections NOTACORR held on NOTAPEND,
      *             behind a level-3 sign-on: each pending correction
      *             is shown with the rules it tripped and is
      *             approved, rejected with a reason, or left for
      *             later. The operator who asked for a correction
      *             cannot decide it. An approval applies the
      *             correction exactly as NOTACORR applies an
      *             ordinary one - the NOTAAUDIT before-image under
      *             the requesting operator, the MATRIMSTR REWRITE,
      *             the ALUNOS totals and the JRNLMATR entries - and
      *             is refused if the entry changed after the
      *             request. The decision, its operator and date
      *             stay on NOTAPEND for RELCORR.
      * 15/10/2026  A grade change on an attempt superseded under the
      *             course-repeat rule (MAT-REPETICAO R) leaves the
      *             ALUNOS totals alone - the attempt is not in them;
      *             the nightly REPEMARC run re-applies the rule to the
      *             new grade.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDENCIAS ASSIGN TO "NOTAPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-STATUS-PENDENCIAS.

           SELECT ARQ-MATRICULAS ASSIGN TO "MATRIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               ALTERNATE RECORD KEY IS MAT-CHAVE-CURSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-AUDITORIA ASSIGN TO "NOTAAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-PENDENCIAS.
           COPY CORRREC.

       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-AUDITORIA.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PENDENCIAS PIC X(02).
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-STATUS-AUDITORIA  PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'NOTAAPRV'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 3.
       77 WRK-DATA-EXECUCAO     PIC 9(08).
       77 WRK-DECISAO           PIC X(01).
       77 WRK-OBSERVACAO        PIC X(30).
       77 WRK-NOTA-ANT-EXIBE    PIC Z9.9.
       77 WRK-NOTA-NOVA-EXIBE   PIC Z9.9.
       77 WRK-QTD-PENDENTE      PIC 9(05) VALUE 0.
       77 WRK-QTD-APROVADA      PIC 9(05) VALUE 0.
       77 WRK-QTD-REJEITADA     PIC 9(05) VALUE 0.

       01 WRK-FIM-PENDENCIAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PENDENCIAS VALUE 'S'.

       01 WRK-FIM-DECISOES PIC X VALUE 'N'.
           88 FIM-DECISOES VALUE 'S'.

       01 WRK-ERA-INCOMPLETO PIC X VALUE 'N'.
           88 RESOLVE-INCOMPLETO VALUE 'S'.

       01 JRN-CHAMADA.
           03 JRN-PROGRAMA-CHAMADA PIC X(08) VALUE 'NOTAAPRV'.
           03 JRN-ARQUIVO-CHAMADA  PIC X(01).
           03 JRN-OPERACAO-CHAMADA PIC X(01).
           03 JRN-IMAGEM-CHAMADA   PIC X(140).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'NOTAAPRV - APROVACAO DE CORRECOES DE NOTA'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           MOVE LOW-VALUES TO PND-CHAVE
           START ARQ-PENDENCIAS KEY IS NOT LESS THAN PND-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PENDENCIAS TO TRUE
           END-START
           PERFORM LE-PENDENCIA UNTIL NAO-HA-MAIS-PENDENCIAS
               OR FIM-DECISOES
           CLOSE ARQ-PENDENCIAS
           CLOSE ARQ-MATRICULAS
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-AUDITORIA
           DISPLAY '---------------------------------------------------'
           DISPLAY 'CORRECOES PENDENTES VISTAS: ' WRK-QTD-PENDENTE
           DISPLAY 'CORRECOES APROVADAS.......: ' WRK-QTD-APROVADA
           DISPLAY 'CORRECOES REJEITADAS......: ' WRK-QTD-REJEITADA
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

      * No NOTAPEND yet means NOTACORR never held a correction.
       ABRE-ARQUIVOS.
           OPEN I-O ARQ-PENDENCIAS
           IF WRK-STATUS-PENDENCIAS = '35'
               DISPLAY 'NENHUMA CORRECAO AGUARDANDO APROVACAO.'
               STOP RUN
           END-IF
           IF WRK-STATUS-PENDENCIAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS CORRECOES PENDENTES '
                   '(NOTAPEND). STATUS: ' WRK-STATUS-PENDENCIAS
               STOP RUN
           END-IF
           OPEN I-O ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS '
                   '(MATRIMSTR). STATUS: ' WRK-STATUS-MATRICULAS
               STOP RUN
           END-IF
           OPEN I-O ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-AUDITORIA
           IF WRK-STATUS-AUDITORIA = '35'
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF.

       LE-PENDENCIA.
           READ ARQ-PENDENCIAS NEXT
               AT END
                   SET NAO-HA-MAIS-PENDENCIAS TO TRUE
               NOT AT END
                   IF CORRECAO-PENDENTE
                       ADD 1 TO WRK-QTD-PENDENTE
                       PERFORM EXIBE-PENDENCIA
                       PERFORM SOLICITA-DECISAO
                   END-IF
           END-READ.

       EXIBE-PENDENCIA.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ALUNO.......: ' PND-STUDENT-ID
           DISPLAY 'MATERIA.....: ' PND-CODIGO '  TERMO: ' PND-TERMO
           MOVE PND-NOTA-ANTERIOR TO WRK-NOTA-ANT-EXIBE
           MOVE PND-NOTA-NOVA TO WRK-NOTA-NOVA-EXIBE
           DISPLAY 'NOTA........: ' WRK-NOTA-ANT-EXIBE ' -> '
               WRK-NOTA-NOVA-EXIBE
           DISPLAY 'SITUACAO....: ' FUNCTION TRIM(PND-SITUACAO-ANTERIOR)
               ' -> ' PND-SITUACAO-NOVA
           DISPLAY 'MOTIVO......: ' PND-MOTIVO
           DISPLAY 'SOLICITADA..: ' PND-DATA-SOLICITACAO ' POR '
               PND-OPERADOR-SOLICITANTE
           IF PND-REGRA-FIM NOT = SPACE
               DISPLAY 'RETIDA......: APOS O FIM DO TERMO'
           END-IF
           IF PND-REGRA-INVERSAO NOT = SPACE
               DISPLAY 'RETIDA......: INVERTE A APROVACAO'
           END-IF
           IF PND-REGRA-PONTOS NOT = SPACE
               DISPLAY 'RETIDA......: ACIMA DO LIMITE DE PONTOS'
           END-IF.

      * The one who asked cannot decide: the control is two people.
       SOLICITA-DECISAO.
           IF PND-OPERADOR-SOLICITANTE = WRK-OPERADOR
               DISPLAY 'CORRECAO SOLICITADA POR ESTE OPERADOR. A '
                   'DECISAO CABE A OUTRO OPERADOR NIVEL 3.'
           ELSE
               DISPLAY 'A - APROVAR  R - REJEITAR  N - PROXIMA  '
                   '0 - ENCERRAR'
               MOVE SPACES TO WRK-DECISAO
               ACCEPT WRK-DECISAO
               EVALUATE FUNCTION UPPER-CASE(WRK-DECISAO)
                   WHEN 'A'
                       PERFORM APROVA-CORRECAO
                   WHEN 'R'
                       PERFORM REJEITA-CORRECAO
                   WHEN '0'
                       SET FIM-DECISOES TO TRUE
                   WHEN OTHER
                       DISPLAY 'CORRECAO MANTIDA PENDENTE.'
               END-EVALUATE
           END-IF.

      * The entry must still hold the grade and outcome the request
      * was made against; otherwise the correction no longer
      * describes the record and is rejected.
       APROVA-CORRECAO.
           MOVE PND-STUDENT-ID TO MAT-STUDENT-ID
           MOVE PND-CODIGO TO MAT-CODIGO
           MOVE PND-TERMO TO MAT-TERMO
           READ ARQ-MATRICULAS
               INVALID KEY
                   MOVE 'LANCAMENTO NAO ENCONTRADO' TO WRK-OBSERVACAO
                   PERFORM REGISTRA-REJEICAO
               NOT INVALID KEY
                   IF MAT-NOTA NOT = PND-NOTA-ANTERIOR
                       OR MAT-SITUACAO NOT = PND-SITUACAO-ANTERIOR
                       MOVE 'LANCAMENTO ALTERADO APOS PEDIDO'
                           TO WRK-OBSERVACAO
                       PERFORM REGISTRA-REJEICAO
                   ELSE
                       PERFORM APLICA-CORRECAO
                   END-IF
           END-READ.

       APLICA-CORRECAO.
           MOVE 'N' TO WRK-ERA-INCOMPLETO
           IF MAT-SITUACAO = 'INCOMPLETO'
               MOVE 'S' TO WRK-ERA-INCOMPLETO
           END-IF
           PERFORM GRAVA-AUDITORIA
           MOVE PND-NOTA-NOVA TO MAT-NOTA
           MOVE PND-SITUACAO-NOVA TO MAT-SITUACAO
           MOVE PND-OPERADOR-SOLICITANTE TO MAT-OPERADOR
           MOVE WRK-DATA-EXECUCAO TO MAT-DATA-LANCAMENTO
           MOVE 0 TO MAT-DATA-LIMITE
           REWRITE MATRICULA-REC
           MOVE 'M' TO JRN-ARQUIVO-CHAMADA
           MOVE 'R' TO JRN-OPERACAO-CHAMADA
           MOVE MATRICULA-REC TO JRN-IMAGEM-CHAMADA
           PERFORM GRAVA-JORNAL
      * A superseded attempt is already out of the totals.
           IF NOT MAT-TENTATIVA-SUPERADA
               PERFORM AJUSTA-ALUNO-MESTRE
           END-IF
           MOVE 'A' TO PND-STATUS
           MOVE WRK-OPERADOR TO PND-OPERADOR-DECISAO
           MOVE WRK-DATA-EXECUCAO TO PND-DATA-DECISAO
           MOVE SPACES TO PND-OBSERVACAO
           REWRITE CORRECAO-PENDENTE-REC
           ADD 1 TO WRK-QTD-APROVADA
           DISPLAY 'CORRECAO APROVADA E APLICADA.'.

       REJEITA-CORRECAO.
           MOVE SPACES TO WRK-OBSERVACAO
           DISPLAY 'INFORME O MOTIVO DA REJEICAO'
           ACCEPT WRK-OBSERVACAO
           MOVE FUNCTION UPPER-CASE(WRK-OBSERVACAO) TO WRK-OBSERVACAO
           IF WRK-OBSERVACAO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO. CORRECAO MANTIDA '
                   'PENDENTE.'
           ELSE
               PERFORM REGISTRA-REJEICAO
           END-IF.

       REGISTRA-REJEICAO.
           MOVE 'R' TO PND-STATUS
           MOVE WRK-OPERADOR TO PND-OPERADOR-DECISAO
           MOVE WRK-DATA-EXECUCAO TO PND-DATA-DECISAO
           MOVE WRK-OBSERVACAO TO PND-OBSERVACAO
           REWRITE CORRECAO-PENDENTE-REC
           ADD 1 TO WRK-QTD-REJEITADA
           DISPLAY 'CORRECAO REJEITADA: ' WRK-OBSERVACAO.

      * The before-image is the correction's, so it carries the
      * operator who asked for it; the approver is on NOTAPEND.
       GRAVA-AUDITORIA.
           MOVE WRK-DATA-EXECUCAO TO AUD-DATA
           MOVE PND-OPERADOR-SOLICITANTE TO AUD-OPERADOR
           MOVE MAT-STUDENT-ID TO AUD-STUDENT-ID
           MOVE MAT-CODIGO TO AUD-CODIGO
           MOVE MAT-TERMO TO AUD-TERMO
           MOVE MAT-NOTA TO AUD-NOTA-ANTERIOR
           MOVE MAT-SITUACAO TO AUD-SITUACAO-ANTERIOR
           MOVE PND-NOTA-NOVA TO AUD-NOTA-NOVA
           MOVE PND-SITUACAO-NOVA TO AUD-SITUACAO-NOVA
           MOVE PND-MOTIVO TO AUD-MOTIVO
           WRITE AUDITORIA-REC.

      * Same adjustment as NOTACORR: a resolved INCOMPLETO adds the
      * grade count and the new grade, an ordinary correction swaps
      * the grades.
       AJUSTA-ALUNO-MESTRE.
           MOVE PND-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO NO MESTRE. TOTAIS '
                       'NAO AJUSTADOS PARA '
                       FUNCTION TRIM(PND-STUDENT-ID)
               NOT INVALID KEY
                   IF RESOLVE-INCOMPLETO
                       ADD 1 TO MST-QTD-NOTAS
                       ADD PND-NOTA-NOVA TO MST-SOMA-NOTAS
                   ELSE
                       SUBTRACT PND-NOTA-ANTERIOR FROM MST-SOMA-NOTAS
                       ADD PND-NOTA-NOVA TO MST-SOMA-NOTAS
                   END-IF
                   REWRITE ALUNO-MESTRE-REC
                   MOVE 'A' TO JRN-ARQUIVO-CHAMADA
                   MOVE 'R' TO JRN-OPERACAO-CHAMADA
                   MOVE ALUNO-MESTRE-REC TO JRN-IMAGEM-CHAMADA
                   PERFORM GRAVA-JORNAL
           END-READ.

       GRAVA-JORNAL.
           CALL 'MATRJRNL' USING JRN-PROGRAMA-CHAMADA,
               JRN-ARQUIVO-CHAMADA, JRN-OPERACAO-CHAMADA,
               JRN-IMAGEM-CHAMADA.
       END PROGRAM NOTAAPRV.
