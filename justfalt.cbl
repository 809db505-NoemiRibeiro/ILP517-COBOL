      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUSTFALT.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Absence justification transaction
      *             for medical certificates and legal duties (jury
      *             service, military service, other legal
      *             obligation). The operator gives the student, the
      *             term, the discipline (blank for all of them), the
      *             date range the document covers and the document
      *             type and number; the absent FREQDETL sessions in
      *             the range are flagged J (justified, counted as
      *             attended), FRQ-PERCENTUAL is re-derived on
      *             FREQMSTR for each discipline touched, and an
      *             enrollment already classified REPROVADO POR
      *             FALTA on MATRIMSTR is re-evaluated by its grade
      *             under the term's policy once the attendance
      *             clears the floor - with a NOTAAUDIT before-image
      *             (reason JUS) and the JRNLMATR after-image. The
      *             justification and the approving operator are
      *             kept on JUSTMSTR, listed per term by RELJUST.
      * 15/10/2026  A closed term is refused until TERMREAB reopens
      *             it: its enrollments are on the MATRARQV archive,
      *             where a REPROVADO POR FALTA could not be
      *             re-evaluated. In a reopened term, an enrollment
      *             not brought back is named on screen as not
      *             re-evaluated instead of being passed over.
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

           SELECT ARQ-CALENDARIO ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.

           SELECT ARQ-FREQ-DETALHE ASSIGN TO "FREQDETL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDT-CHAVE
               FILE STATUS IS WRK-STATUS-DETALHE.

           SELECT ARQ-FREQUENCIA ASSIGN TO "FREQMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS WRK-STATUS-FREQUENCIA.

           SELECT ARQ-MATRICULAS ASSIGN TO "MATRIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               ALTERNATE RECORD KEY IS MAT-CHAVE-CURSO
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-MATRICULAS.

           SELECT ARQ-AUDITORIA ASSIGN TO "NOTAAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.

           SELECT ARQ-JUSTIFICATIVAS ASSIGN TO "JUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JUS-CHAVE
               FILE STATUS IS WRK-STATUS-JUSTIFICATIVAS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       FD  ARQ-FREQ-DETALHE.
           COPY FREQSESS.

       FD  ARQ-FREQUENCIA.
           COPY FREQREC.

       FD  ARQ-MATRICULAS.
           COPY MATRIC01.

       FD  ARQ-AUDITORIA.
           COPY AUDITREC.

       FD  ARQ-JUSTIFICATIVAS.
           COPY JUSTREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-STATUS-TERMCAL    PIC X(02).
       77 WRK-STATUS-DETALHE    PIC X(02).
       77 WRK-STATUS-FREQUENCIA PIC X(02).
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-AUDITORIA  PIC X(02).
       77 WRK-STATUS-JUSTIFICATIVAS PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'JUSTFALT'.
       77 WRK-NIVEL-EXIGIDO     PIC 9(01) VALUE 3.
       77 WRK-DATA-EXECUCAO     PIC 9(08).
       77 WRK-STUDENT-ID        PIC X(10).
       77 WRK-CODIGO            PIC X(05).
       77 WRK-TERMO             PIC 9(05).
       77 WRK-NOME              PIC X(30).
       77 WRK-INICIO-TERMO      PIC 9(08).
       77 WRK-FIM-TERMO         PIC 9(08).
       77 WRK-DATA-INICIO       PIC 9(08).
       77 WRK-DATA-FIM          PIC 9(08).
       77 WRK-TIPO-DOCUMENTO    PIC X(01).
       77 WRK-NUMERO-DOCUMENTO  PIC X(20).
       77 WRK-CONFIRMA          PIC X(01).
       77 WRK-CONTINUA          PIC X(01) VALUE 'N'.
       77 WRK-QTD-SESSOES       PIC 9(04).
       77 WRK-QTD-PRESENCAS     PIC 9(04).
       77 WRK-PERCENTUAL        PIC 9(03).
       77 WRK-SITUACAO          PIC X(20).
       77 WRK-QTD-JUSTIFICADAS  PIC 9(03).
       77 WRK-QTD-REAVALIADAS   PIC 9(02).
       77 WRK-QTD-REGISTRADA    PIC 9(04) VALUE 0.
       77 WRK-QTD-PARES         PIC 9(02) COMP.
       77 WRK-IND-PAR           PIC 9(02) COMP.
       77 MIN-FREQUENCIA        PIC 9(03) VALUE 75.
       77 MEDIA-APROVACAO       PIC 9(02)V9(01) VALUE 7.0.
       77 PISO-RECUPERACAO      PIC 9(02)V9(01) VALUE 5.0.

       01 WRK-ALUNO-OK PIC X VALUE 'N'.
           88 ALUNO-VALIDO VALUE 'S'.

       01 WRK-TERMO-OK PIC X VALUE 'N'.
           88 TERMO-VALIDO VALUE 'S'.

       01 WRK-TERMO-REABERTO PIC X VALUE 'N'.
           88 JUSTIFICA-TERMO-REABERTO VALUE 'S'.

       01 WRK-PERIODO-OK PIC X VALUE 'N'.
           88 PERIODO-VALIDO VALUE 'S'.

       01 WRK-DOCUMENTO-OK PIC X VALUE 'N'.
           88 DOCUMENTO-VALIDO VALUE 'S'.

       01 WRK-FIM-DETALHE PIC X VALUE 'N'.
           88 FIM-PESQUISA-DETALHE VALUE 'S'.

      * Disciplines whose sessions were justified, in the order the
      * ledger delivered them; each is re-derived once at the end.
       01 WRK-TAB-PARES.
           03 WRK-PAR-CODIGO    PIC X(05) OCCURS 40 TIMES.

       01 JRN-CHAMADA.
           03 JRN-PROGRAMA-CHAMADA PIC X(08) VALUE 'JUSTFALT'.
           03 JRN-ARQUIVO-CHAMADA  PIC X(01).
           03 JRN-OPERACAO-CHAMADA PIC X(01).
           03 JRN-IMAGEM-CHAMADA   PIC X(140).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY '---------------------------------------------------'
           DISPLAY 'JUSTFALT - JUSTIFICATIVA DE FALTAS'
           DISPLAY '---------------------------------------------------'
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
           CALL 'OPERSIGN' USING WRK-OPERADOR, WRK-NIVEL-EXIGIDO,
               WRK-SIGNON-OK, WRK-PROGRAMA-SIGNON
           IF WRK-SIGNON-OK NOT = 'S'
               DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS
           PERFORM SOLICITA-JUSTIFICATIVA UNTIL
               WRK-CONTINUA = 'S' OR WRK-CONTINUA = 's'
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-FREQ-DETALHE
           CLOSE ARQ-FREQUENCIA
           CLOSE ARQ-MATRICULAS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-JUSTIFICATIVAS
           DISPLAY '---------------------------------------------------'
           DISPLAY 'JUSTIFICATIVAS GRAVADAS NA SESSAO: '
               WRK-QTD-REGISTRADA
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

       ABRE-ARQUIVOS.
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE ALUNOS (ALUNOS). '
                   'STATUS: ' WRK-STATUS-ALUNOS
               STOP RUN
           END-IF
           OPEN I-O ARQ-FREQ-DETALHE
           IF WRK-STATUS-DETALHE NOT = '00'
               DISPLAY 'LEDGER DE SESSOES (FREQDETL) INDISPONIVEL. '
                   'STATUS: ' WRK-STATUS-DETALHE
               DISPLAY 'EXECUTE O FREQLOAD COM O FEED FREQSESS.'
               STOP RUN
           END-IF
           OPEN I-O ARQ-FREQUENCIA
           IF WRK-STATUS-FREQUENCIA = '35'
               OPEN OUTPUT ARQ-FREQUENCIA
               CLOSE ARQ-FREQUENCIA
               OPEN I-O ARQ-FREQUENCIA
           END-IF
           IF WRK-STATUS-FREQUENCIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE FREQUENCIA '
                   '(FREQMSTR). STATUS: ' WRK-STATUS-FREQUENCIA
               STOP RUN
           END-IF
           OPEN I-O ARQ-MATRICULAS
           IF WRK-STATUS-MATRICULAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS '
                   '(MATRIMSTR). STATUS: ' WRK-STATUS-MATRICULAS
               DISPLAY 'EXECUTE O MATRMIGR PARA CONSTRUIR O MESTRE.'
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-AUDITORIA
           IF WRK-STATUS-AUDITORIA = '35'
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           OPEN I-O ARQ-JUSTIFICATIVAS
           IF WRK-STATUS-JUSTIFICATIVAS = '35'
               OPEN OUTPUT ARQ-JUSTIFICATIVAS
               CLOSE ARQ-JUSTIFICATIVAS
               OPEN I-O ARQ-JUSTIFICATIVAS
           END-IF
           IF WRK-STATUS-JUSTIFICATIVAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE JUSTIFICATIVAS '
                   '(JUSTMSTR). STATUS: ' WRK-STATUS-JUSTIFICATIVAS
               STOP RUN
           END-IF.

       SOLICITA-JUSTIFICATIVA.
           MOVE 'N' TO WRK-ALUNO-OK
           MOVE 'N' TO WRK-TERMO-OK
           MOVE 'N' TO WRK-TERMO-REABERTO
           MOVE 'N' TO WRK-PERIODO-OK
           MOVE 'N' TO WRK-DOCUMENTO-OK
           MOVE SPACES TO WRK-STUDENT-ID, WRK-CODIGO,
               WRK-NUMERO-DOCUMENTO
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO'
           ACCEPT WRK-STUDENT-ID
           PERFORM BUSCA-ALUNO
           IF ALUNO-VALIDO
               DISPLAY 'DIGITE O TERMO (AAAAS)'
               ACCEPT WRK-TERMO
               PERFORM BUSCA-TERMO
           END-IF
           IF TERMO-VALIDO
               PERFORM SOLICITA-PERIODO
           END-IF
           IF PERIODO-VALIDO
               PERFORM SOLICITA-DOCUMENTO
           END-IF
           IF DOCUMENTO-VALIDO
               PERFORM CONFIRMA-JUSTIFICATIVA
           END-IF
           DISPLAY '---------------------------------------------------'
           DISPLAY 'QUER ENCERRAR A EXECUCAO? (S/N)'
           ACCEPT WRK-CONTINUA.

       BUSCA-ALUNO.
           MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO: '
                       FUNCTION TRIM(WRK-STUDENT-ID)
               NOT INVALID KEY
                   MOVE MST-NOME TO WRK-NOME
                   MOVE 'S' TO WRK-ALUNO-OK
           END-READ.

      * A justification may arrive after the term has closed - the
      * failure by absence it undoes is only known at grade time -
      * so any term on the calendar is accepted; only the period
      * has to fall inside it.
       BUSCA-TERMO.
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DE TERMOS '
                   '(TERMCAL). STATUS: ' WRK-STATUS-TERMCAL
           ELSE
               MOVE WRK-TERMO TO CAL-TERMO
               READ ARQ-CALENDARIO
                   INVALID KEY
                       DISPLAY 'TERMO NAO CADASTRADO: ' WRK-TERMO
                   NOT INVALID KEY
                       IF TERMO-ENCERRADO
                           DISPLAY 'TERMO JA ENCERRADO: ' WRK-TERMO
                           DISPLAY 'AS MATRICULAS ESTAO ARQUIVADAS. '
                               'REABRA O TERMO PELO TERMREAB ANTES '
                               'DE JUSTIFICAR.'
                       ELSE
                           MOVE CAL-DATA-INICIO TO WRK-INICIO-TERMO
                           MOVE CAL-DATA-FIM TO WRK-FIM-TERMO
                           MOVE 'S' TO WRK-TERMO-OK
                           IF TERMO-REABERTO
                               MOVE 'S' TO WRK-TERMO-REABERTO
                           END-IF
                       END-IF
               END-READ
               CLOSE ARQ-CALENDARIO
           END-IF.

       SOLICITA-PERIODO.
           DISPLAY 'DIGITE O CODIGO DA MATERIA (EM BRANCO = TODAS)'
           ACCEPT WRK-CODIGO
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO
           DISPLAY 'PRIMEIRO DIA COBERTO PELO DOCUMENTO (AAAAMMDD)'
           ACCEPT WRK-DATA-INICIO
           DISPLAY 'ULTIMO DIA COBERTO PELO DOCUMENTO (AAAAMMDD)'
           ACCEPT WRK-DATA-FIM
           EVALUATE TRUE
               WHEN WRK-DATA-INICIO = 0 OR WRK-DATA-FIM = 0
                   DISPLAY 'PERIODO INVALIDO.'
               WHEN WRK-DATA-INICIO > WRK-DATA-FIM
                   DISPLAY 'PERIODO INVALIDO: O PRIMEIRO DIA E '
                       'POSTERIOR AO ULTIMO.'
               WHEN WRK-DATA-INICIO < WRK-INICIO-TERMO
                   OR WRK-DATA-FIM > WRK-FIM-TERMO
                   DISPLAY 'PERIODO FORA DO TERMO ('
                       WRK-INICIO-TERMO ' A ' WRK-FIM-TERMO ').'
               WHEN OTHER
                   MOVE 'S' TO WRK-PERIODO-OK
           END-EVALUATE.

       SOLICITA-DOCUMENTO.
           DISPLAY 'TIPO DO DOCUMENTO:'
           DISPLAY '  M - ATESTADO MEDICO      J - CONVOCACAO PARA JURI'
           DISPLAY '  S - SERVICO MILITAR      L - OBRIGACAO LEGAL'
           ACCEPT WRK-TIPO-DOCUMENTO
           MOVE FUNCTION UPPER-CASE(WRK-TIPO-DOCUMENTO)
               TO WRK-TIPO-DOCUMENTO
           IF WRK-TIPO-DOCUMENTO NOT = 'M'
               AND WRK-TIPO-DOCUMENTO NOT = 'J'
               AND WRK-TIPO-DOCUMENTO NOT = 'S'
               AND WRK-TIPO-DOCUMENTO NOT = 'L'
               DISPLAY 'TIPO DE DOCUMENTO INVALIDO. USE M, J, S OU L.'
           ELSE
               DISPLAY 'NUMERO/IDENTIFICACAO DO DOCUMENTO'
               ACCEPT WRK-NUMERO-DOCUMENTO
               IF WRK-NUMERO-DOCUMENTO = SPACES
                   DISPLAY 'O NUMERO DO DOCUMENTO E OBRIGATORIO.'
               ELSE
                   PERFORM CONFERE-DUPLICIDADE
               END-IF
           END-IF.

       CONFERE-DUPLICIDADE.
           MOVE WRK-TERMO TO JUS-TERMO
           MOVE WRK-STUDENT-ID TO JUS-STUDENT-ID
           MOVE WRK-DATA-INICIO TO JUS-DATA-INICIO
           MOVE WRK-CODIGO TO JUS-CODIGO
           READ ARQ-JUSTIFICATIVAS
               INVALID KEY
                   MOVE 'S' TO WRK-DOCUMENTO-OK
               NOT INVALID KEY
                   DISPLAY 'JA EXISTE JUSTIFICATIVA A PARTIR DESTE DIA '
                       '(DOCUMENTO ' FUNCTION TRIM(JUS-NUMERO-DOCUMENTO)
                       ', OPERADOR ' FUNCTION TRIM(JUS-OPERADOR) ').'
           END-READ.

       CONFIRMA-JUSTIFICATIVA.
           DISPLAY 'ALUNO....: ' FUNCTION TRIM(WRK-NOME)
           IF WRK-CODIGO = SPACES
               DISPLAY 'MATERIA..: TODAS DO TERMO ' WRK-TERMO
           ELSE
               DISPLAY 'MATERIA..: ' WRK-CODIGO ' / ' WRK-TERMO
           END-IF
           DISPLAY 'PERIODO..: ' WRK-DATA-INICIO ' A ' WRK-DATA-FIM
           DISPLAY 'DOCUMENTO: ' WRK-TIPO-DOCUMENTO ' '
               FUNCTION TRIM(WRK-NUMERO-DOCUMENTO)
           DISPLAY 'CONFIRMA A JUSTIFICATIVA? (S/N)'
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM APLICA-JUSTIFICATIVA
               PERFORM GRAVA-JUSTIFICATIVA
               DISPLAY 'SESSOES JUSTIFICADAS: ' WRK-QTD-JUSTIFICADAS
               DISPLAY 'MATRICULAS REAVALIADAS: ' WRK-QTD-REAVALIADAS
           ELSE
               DISPLAY 'JUSTIFICATIVA CANCELADA.'
           END-IF.

      * The ledger is keyed student/course/term/date: the walk
      * starts at the student (and course, when one was given) and
      * flags every absence of the term inside the period.
       APLICA-JUSTIFICATIVA.
           MOVE 0 TO WRK-QTD-JUSTIFICADAS
           MOVE 0 TO WRK-QTD-REAVALIADAS
           MOVE 0 TO WRK-QTD-PARES
           MOVE 'N' TO WRK-FIM-DETALHE
           MOVE WRK-STUDENT-ID TO FDT-STUDENT-ID
           IF WRK-CODIGO = SPACES
               MOVE LOW-VALUES TO FDT-CODIGO
           ELSE
               MOVE WRK-CODIGO TO FDT-CODIGO
           END-IF
           MOVE 0 TO FDT-TERMO
           MOVE 0 TO FDT-DATA
           START ARQ-FREQ-DETALHE KEY IS NOT LESS THAN FDT-CHAVE
               INVALID KEY
                   SET FIM-PESQUISA-DETALHE TO TRUE
           END-START
           PERFORM MARCA-SESSAO UNTIL FIM-PESQUISA-DETALHE
           PERFORM RECALCULA-PAR VARYING WRK-IND-PAR FROM 1 BY 1
               UNTIL WRK-IND-PAR > WRK-QTD-PARES.

       MARCA-SESSAO.
           READ ARQ-FREQ-DETALHE NEXT
               AT END
                   SET FIM-PESQUISA-DETALHE TO TRUE
               NOT AT END
                   IF FDT-STUDENT-ID NOT = WRK-STUDENT-ID
                       OR (WRK-CODIGO NOT = SPACES
                           AND FDT-CODIGO NOT = WRK-CODIGO)
                       SET FIM-PESQUISA-DETALHE TO TRUE
                   ELSE
                       IF FDT-TERMO = WRK-TERMO
                           AND FDT-DATA NOT < WRK-DATA-INICIO
                           AND FDT-DATA NOT > WRK-DATA-FIM
                           AND SESSAO-AUSENTE
                           PERFORM JUSTIFICA-SESSAO
                       END-IF
                   END-IF
           END-READ.

       JUSTIFICA-SESSAO.
           MOVE 'J' TO FDT-PRESENCA
           REWRITE FREQ-DET-REC
           ADD 1 TO WRK-QTD-JUSTIFICADAS
           IF WRK-QTD-PARES = 0
               OR FDT-CODIGO NOT = WRK-PAR-CODIGO(WRK-QTD-PARES)
               IF WRK-QTD-PARES < 40
                   ADD 1 TO WRK-QTD-PARES
                   MOVE FDT-CODIGO TO WRK-PAR-CODIGO(WRK-QTD-PARES)
               ELSE
                   DISPLAY 'DISCIPLINA ' FDT-CODIGO ' NAO RECALCULADA '
                       '(LIMITE DE 40). EXECUTE O FREQLOAD.'
               END-IF
           END-IF.

      * Same derivation FREQLOAD applies after every session posted:
      * presences (justified included) over sessions held, from the
      * whole ledger of the pair.
       RECALCULA-PAR.
           MOVE 0 TO WRK-QTD-SESSOES
           MOVE 0 TO WRK-QTD-PRESENCAS
           MOVE 'N' TO WRK-FIM-DETALHE
           MOVE WRK-STUDENT-ID TO FDT-STUDENT-ID
           MOVE WRK-PAR-CODIGO(WRK-IND-PAR) TO FDT-CODIGO
           MOVE WRK-TERMO TO FDT-TERMO
           MOVE 0 TO FDT-DATA
           START ARQ-FREQ-DETALHE KEY IS NOT LESS THAN FDT-CHAVE
               INVALID KEY
                   SET FIM-PESQUISA-DETALHE TO TRUE
           END-START
           PERFORM CONTA-SESSAO-PAR UNTIL FIM-PESQUISA-DETALHE
           IF WRK-QTD-SESSOES > 0
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-QTD-PRESENCAS * 100 / WRK-QTD-SESSOES
               PERFORM ATUALIZA-PERCENTUAL-MESTRE
               PERFORM REAVALIA-MATRICULA
           END-IF.

       CONTA-SESSAO-PAR.
           READ ARQ-FREQ-DETALHE NEXT
               AT END
                   SET FIM-PESQUISA-DETALHE TO TRUE
               NOT AT END
                   IF FDT-STUDENT-ID = WRK-STUDENT-ID
                       AND FDT-CODIGO = WRK-PAR-CODIGO(WRK-IND-PAR)
                       AND FDT-TERMO = WRK-TERMO
                       ADD 1 TO WRK-QTD-SESSOES
                       IF SESSAO-PRESENTE OR SESSAO-JUSTIFICADA
                           ADD 1 TO WRK-QTD-PRESENCAS
                       END-IF
                   ELSE
                       SET FIM-PESQUISA-DETALHE TO TRUE
                   END-IF
           END-READ.

       ATUALIZA-PERCENTUAL-MESTRE.
           MOVE WRK-STUDENT-ID TO FRQ-STUDENT-ID
           MOVE WRK-PAR-CODIGO(WRK-IND-PAR) TO FRQ-CODIGO
           MOVE WRK-TERMO TO FRQ-TERMO
           MOVE WRK-PERCENTUAL TO FRQ-PERCENTUAL
           WRITE FREQUENCIA-REC
               INVALID KEY
                   REWRITE FREQUENCIA-REC
           END-WRITE
           DISPLAY 'FREQUENCIA DE ' WRK-PAR-CODIGO(WRK-IND-PAR)
               ' RECALCULADA: ' WRK-PERCENTUAL '%'.

      * Only an outcome already REPROVADO POR FALTA is re-evaluated;
      * a pair not yet graded simply carries the new percentage to
      * grade entry. The grade was counted in the student totals
      * when it was recorded, so the totals do not change.
      * In a reopened term a missing pair is one TERMREAB did not
      * bring back from the archive, and the operator is told.
       REAVALIA-MATRICULA.
           MOVE WRK-STUDENT-ID TO MAT-STUDENT-ID
           MOVE WRK-PAR-CODIGO(WRK-IND-PAR) TO MAT-CODIGO
           MOVE WRK-TERMO TO MAT-TERMO
           READ ARQ-MATRICULAS
               INVALID KEY
                   IF JUSTIFICA-TERMO-REABERTO
                       DISPLAY 'MATRICULA ' WRK-PAR-CODIGO(WRK-IND-PAR)
                           ' ARQUIVADA (MATRARQV): NAO REAVALIADA.'
                       DISPLAY 'TRAGA-A DE VOLTA PELO TERMREAB E '
                           'CORRIJA A SITUACAO PELO NOTACORR.'
                   END-IF
               NOT INVALID KEY
                   IF MAT-SITUACAO = 'REPROVADO POR FALTA'
                       PERFORM RECLASSIFICA-MATRICULA
                   END-IF
           END-READ.

       RECLASSIFICA-MATRICULA.
           PERFORM CARREGA-POLITICA-TERMO
           EVALUATE TRUE
               WHEN WRK-PERCENTUAL < MIN-FREQUENCIA
                   MOVE 'REPROVADO POR FALTA' TO WRK-SITUACAO
               WHEN MAT-NOTA < PISO-RECUPERACAO
                   MOVE 'REPROVADO' TO WRK-SITUACAO
               WHEN MAT-NOTA < MEDIA-APROVACAO
                   MOVE 'EM RECUPERACAO' TO WRK-SITUACAO
               WHEN OTHER
                   MOVE 'APROVADO' TO WRK-SITUACAO
           END-EVALUATE
           IF WRK-SITUACAO NOT = MAT-SITUACAO
               PERFORM GRAVA-AUDITORIA
               ADD 1 TO WRK-QTD-REAVALIADAS
               DISPLAY 'MATRICULA ' MAT-CODIGO ' REAVALIADA: '
                   FUNCTION TRIM(WRK-SITUACAO)
           ELSE
               DISPLAY 'MATRICULA ' MAT-CODIGO ' CONTINUA REPROVADA '
                   'POR FALTA (' WRK-PERCENTUAL '%).'
           END-IF
           MOVE WRK-PERCENTUAL TO MAT-FREQUENCIA
           MOVE WRK-SITUACAO TO MAT-SITUACAO
           REWRITE MATRICULA-REC
           MOVE 'M' TO JRN-ARQUIVO-CHAMADA
           MOVE 'R' TO JRN-OPERACAO-CHAMADA
           MOVE MATRICULA-REC TO JRN-IMAGEM-CHAMADA
           PERFORM GRAVA-JORNAL.

      * The record is reclassified by the policy of its own term;
      * the compiled values are re-seeded as defaults before each
      * lookup so one term's policy never leaks into another's.
       CARREGA-POLITICA-TERMO.
           MOVE 7.0 TO MEDIA-APROVACAO
           MOVE 5.0 TO PISO-RECUPERACAO
           MOVE 75 TO MIN-FREQUENCIA
           CALL 'POLIBUSC' USING MAT-TERMO, MEDIA-APROVACAO,
               PISO-RECUPERACAO, MIN-FREQUENCIA.

       GRAVA-AUDITORIA.
           MOVE WRK-DATA-EXECUCAO TO AUD-DATA
           MOVE WRK-OPERADOR TO AUD-OPERADOR
           MOVE MAT-STUDENT-ID TO AUD-STUDENT-ID
           MOVE MAT-CODIGO TO AUD-CODIGO
           MOVE MAT-TERMO TO AUD-TERMO
           MOVE MAT-NOTA TO AUD-NOTA-ANTERIOR
           MOVE MAT-SITUACAO TO AUD-SITUACAO-ANTERIOR
           MOVE MAT-NOTA TO AUD-NOTA-NOVA
           MOVE WRK-SITUACAO TO AUD-SITUACAO-NOVA
           MOVE 'JUS' TO AUD-MOTIVO
           WRITE AUDITORIA-REC.

       GRAVA-JUSTIFICATIVA.
           MOVE WRK-TERMO TO JUS-TERMO
           MOVE WRK-STUDENT-ID TO JUS-STUDENT-ID
           MOVE WRK-DATA-INICIO TO JUS-DATA-INICIO
           MOVE WRK-CODIGO TO JUS-CODIGO
           MOVE WRK-DATA-FIM TO JUS-DATA-FIM
           MOVE WRK-TIPO-DOCUMENTO TO JUS-TIPO-DOCUMENTO
           MOVE WRK-NUMERO-DOCUMENTO TO JUS-NUMERO-DOCUMENTO
           MOVE WRK-OPERADOR TO JUS-OPERADOR
           MOVE WRK-DATA-EXECUCAO TO JUS-DATA-REGISTRO
           MOVE WRK-QTD-JUSTIFICADAS TO JUS-QTD-SESSOES
           MOVE WRK-QTD-REAVALIADAS TO JUS-QTD-REAVALIADAS
           WRITE JUSTIFICATIVA-REC
               INVALID KEY
                   DISPLAY 'JUSTIFICATIVA NAO GRAVADA EM JUSTMSTR '
                       '(CHAVE DUPLICADA).'
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-REGISTRADA
                   DISPLAY 'JUSTIFICATIVA GRAVADA.'
           END-WRITE.

      * Every update to MATRIMSTR or ALUNOS leaves its after-image
      * on the JRNLMATR journal through MATRJRNL, so MSTRFWRD can
      * roll a restored backup forward to the point of failure.
       GRAVA-JORNAL.
           CALL 'MATRJRNL' USING JRN-PROGRAMA-CHAMADA,
               JRN-ARQUIVO-CHAMADA, JRN-OPERACAO-CHAMADA,
               JRN-IMAGEM-CHAMADA.
       END PROGRAM JUSTFALT.
