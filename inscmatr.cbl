      *             being registered into a room with no seat. A
      *             discipline/term with no offering record keeps
      *             the old unlimited behaviour, with a warning.
      * 15/10/2026  Registration now checks the HORARIO class
      *             timetable kept by HORAMANT: a pair whose weekly
      *             meetings overlap a class already active on the
      *             student's roster for the term is refused, naming
      *             the clashing discipline, and so is a section
      *             booked into a room another section of the term
      *             holds at the same time. A section with no
      *             timetable (or a site without HORARIO) registers
      *             as before, with a warning.
      * 15/10/2026  A student with an active hold on the BLOQUEIO
      *             holds master (read through BLOQBUSC) is refused
      *             before anything is asked, naming the hold type,
      *             its reason and the date it was placed.
      * 15/10/2026  A student the COLAGRAU conferral run has set to
      *             graduated on ALUNOS is refused, so graduates no
      *             longer land on a roster. A site without ALUNOS
      *             registers as before, with a warning.
      * 15/10/2026  Mode P loads the PLANSUGE suggested registration
      *             plan SUGEGERA built and the coordinator reviewed
      *             through SUGEMANT: every line still proposed for
      *             the term goes through the same hold, graduate,
      *             timetable and capacity checks as a registration
      *             keyed here - a full section queues the student
      *             on the waitlist without asking - and the line is
      *             stamped with the outcome. Lines excluded by the
      *             coordinator are passed over.
      * 15/10/2026  A term reopened by TERMREAB for late changes is
      *             refused like a closed one.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           SELECT ARQ-ESPERA ASSIGN TO "ESPERA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESPERA.

           SELECT ARQ-HORARIO ASSIGN TO "HORARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-STATUS-HORARIO.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-STUDENT-ID
               FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-SUGESTOES ASSIGN TO "PLANSUGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUG-CHAVE
               FILE STATUS IS WRK-STATUS-SUGESTOES.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  ARQ-ESPERA.
           COPY ESPEREC.

       FD  ARQ-HORARIO.
           COPY HORAREC.

       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-SUGESTOES.
           COPY SUGEREC.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-INSCRICAO PIC X(02).
       77 WRK-OPERADOR         PIC X(08).
       77 WRK-OFERTAS-DISPONIVEL PIC X(01) VALUE 'N'.
       77 WRK-RESPOSTA-ESPERA  PIC X(01).
       77 WRK-QTD-ESPERA       PIC 9(05) VALUE 0.
       77 WRK-STATUS-HORARIO   PIC X(02).
       77 WRK-HORARIO-DISPONIVEL PIC X(01) VALUE 'N'.
       77 WRK-CODIGO-CHOQUE    PIC X(05).
       77 WRK-SALA-CHOQUE      PIC X(10).
       77 WRK-DIA-CHOQUE       PIC 9(01).
       77 WRK-HORA-CHOQUE      PIC 9(04).
       77 WRK-TIPO-BLOQUEIO    PIC X(01).
       77 WRK-MOTIVO-BLOQUEIO  PIC X(30).
       77 WRK-DATA-BLOQUEIO    PIC 9(08).
       77 WRK-DESCRICAO-BLOQUEIO PIC X(13).
       77 WRK-STATUS-ALUNOS    PIC X(02).
       77 WRK-ALUNOS-DISPONIVEL PIC X(01) VALUE 'N'.
       77 WRK-STATUS-SUGESTOES PIC X(02).
       77 WRK-MODO             PIC X(01).
       77 WRK-QTD-ANTES        PIC 9(05).
       77 WRK-QTD-RECUSADA     PIC 9(05) VALUE 0.

       01 WRK-FIM-PLANO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-LINHAS VALUE 'S'.

       01 WRK-ALUNO-FORMADO PIC X VALUE 'N'.
           88 ALUNO-JA-FORMADO VALUE 'S'.

       01 WRK-ALUNO-BLOQUEADO PIC X VALUE 'N'.
           88 ALUNO-BLOQUEADO VALUE 'S'.

       01 HORARIO-DA-TURMA.
           03 WRK-QTD-AULAS        PIC 9(01) VALUE 0.
           03 AULA-TAB OCCURS 7 TIMES.
               05 AUL-DIA-SEMANA   PIC 9(01).
               05 AUL-HORA-INICIO  PIC 9(04).
               05 AUL-HORA-FIM     PIC 9(04).
               05 AUL-SALA         PIC X(10).

       01 WRK-AUL-IDX     PIC 9(1) VALUE 0.

       01 WRK-CHOQUE-ALUNO PIC X VALUE 'N'.
           88 CHOQUE-COM-ROL VALUE 'S'.

       01 WRK-CHOQUE-SALA PIC X VALUE 'N'.
           88 CHOQUE-DE-SALA VALUE 'S'.

       01 WRK-FIM-HORARIO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-AULAS VALUE 'S'.

       01 WRK-FIM-ROL-ALUNO PIC X VALUE 'N'.
           88 NAO-HA-MAIS-ROL-ALUNO VALUE 'S'.

       01 WRK-OFERTA-EXISTE PIC X VALUE 'N'.
           88 OFERTA-CADASTRADA VALUE 'S'.
           PERFORM SOLICITA-TERMO
           PERFORM ABRE-INSCRICAO
           PERFORM ABRE-OFERTAS
           PERFORM ABRE-HORARIO
           PERFORM ABRE-ALUNOS
           DISPLAY 'MODO: I = INSCRICAO INDIVIDUAL, P = CARREGAR O '
               'PLANO SUGERIDO (PLANSUGE)'
           ACCEPT WRK-MODO
           IF WRK-MODO = 'P' OR WRK-MODO = 'p'
               PERFORM CARREGA-PLANO
           ELSE
               PERFORM SOLICITA-INSCRICAO UNTIL
                   WRK-CONTINUA = 'S' OR WRK-CONTINUA = 's'
           END-IF
           CLOSE ARQ-INSCRICAO
           CLOSE CATALOGO-DISCIPLINAS
           IF WRK-OFERTAS-DISPONIVEL = 'S'
               CLOSE ARQ-OFERTAS
           END-IF
           IF WRK-HORARIO-DISPONIVEL = 'S'
               CLOSE ARQ-HORARIO
           END-IF
           IF WRK-ALUNOS-DISPONIVEL = 'S'
               CLOSE ARQ-ALUNOS
           END-IF
           DISPLAY '---------------------------------------------------'
           DISPLAY 'INSCRICOES GRAVADAS NA SESSAO: ' WRK-QTD-INSCRITA
           IF WRK-QTD-ESPERA > 0
               DISPLAY 'ALUNOS NA LISTA DE ESPERA....: ' WRK-QTD-ESPERA
           END-IF
           IF WRK-QTD-RECUSADA > 0
               DISPLAY 'LINHAS DO PLANO RECUSADAS....: '
                   WRK-QTD-RECUSADA
           END-IF
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

                   CLOSE ARQ-CALENDARIO
                   STOP RUN
           END-READ
           IF TERMO-ENCERRADO OR TERMO-REABERTO
               DISPLAY 'TERMO JA ENCERRADO: ' WRK-TERMO
               CLOSE ARQ-CALENDARIO
               STOP RUN
           MOVE 'N' TO WRK-MATERIA-OK
           DISPLAY 'DIGITE O NUMERO DE MATRICULA DO ALUNO'
           ACCEPT WRK-STUDENT-ID
           PERFORM CONFERE-BLOQUEIO
           PERFORM CONFERE-FORMADO
           IF ALUNO-BLOQUEADO OR ALUNO-JA-FORMADO
               DISPLAY 'INSCRICAO RECUSADA.'
           ELSE
               PERFORM SOLICITA-DISCIPLINA
           END-IF
           DISPLAY '---------------------------------------------------'
           DISPLAY 'QUER ENCERRAR A EXECUCAO? (S/N)'
           ACCEPT WRK-CONTINUA.

       SOLICITA-DISCIPLINA.
           DISPLAY 'DIGITE O NOME DO ALUNO'
           ACCEPT WRK-NOME
           PERFORM ACEITA-MATERIA UNTIL MATERIA-VALIDA
           PERFORM CONFERE-HORARIO
           IF CHOQUE-COM-ROL OR CHOQUE-DE-SALA
               DISPLAY 'INSCRICAO RECUSADA.'
           ELSE
               PERFORM CONSULTA-OFERTA
               IF TURMA-LOTADA
                   PERFORM OFERECE-LISTA-ESPERA
               ELSE
                   PERFORM GRAVA-INSCRICAO
               END-IF
           END-IF.

      * Any active hold blocks registration; BLOQBUSC returns the
      * first one on file so the operator can tell the student
      * which office to see.
       CONFERE-BLOQUEIO.
           CALL 'BLOQBUSC' USING WRK-STUDENT-ID, WRK-ALUNO-BLOQUEADO,
               WRK-TIPO-BLOQUEIO, WRK-MOTIVO-BLOQUEIO,
               WRK-DATA-BLOQUEIO
           IF ALUNO-BLOQUEADO
               EVALUATE WRK-TIPO-BLOQUEIO
                   WHEN 'F'
                       MOVE 'FINANCEIRO' TO WRK-DESCRICAO-BLOQUEIO
                   WHEN 'B'
                       MOVE 'BIBLIOTECA' TO WRK-DESCRICAO-BLOQUEIO
                   WHEN 'D'
                       MOVE 'DISCIPLINAR' TO WRK-DESCRICAO-BLOQUEIO
                   WHEN OTHER
                       MOVE 'DOCUMENTACAO' TO WRK-DESCRICAO-BLOQUEIO
               END-EVALUATE
               DISPLAY 'ALUNO COM BLOQUEIO '
                   FUNCTION TRIM(WRK-DESCRICAO-BLOQUEIO)
                   ' DESDE ' WRK-DATA-BLOQUEIO ': '
                   FUNCTION TRIM(WRK-MOTIVO-BLOQUEIO)
           END-IF.

       GRAVA-INSCRICAO.
           MOVE WRK-STUDENT-ID TO INS-STUDENT-ID
           MOVE WRK-CODIGO TO INS-CODIGO
               DISPLAY 'ALUNO INCLUIDO NA LISTA DE ESPERA.'
           END-IF.

      * ALUNOS is optional here too: the roster never required the
      * student to be on the master, so without it only the check
      * for graduates is lost.
       ABRE-ALUNOS.
           OPEN INPUT ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS = '00'
               MOVE 'S' TO WRK-ALUNOS-DISPONIVEL
           ELSE
               MOVE 'N' TO WRK-ALUNOS-DISPONIVEL
               DISPLAY 'ALUNOS INDISPONIVEL (STATUS '
                   WRK-STATUS-ALUNOS '). INSCRICOES SEM CONFERENCIA '
                   'DE ALUNOS FORMADOS.'
           END-IF.

       CONFERE-FORMADO.
           MOVE 'N' TO WRK-ALUNO-FORMADO
           IF WRK-ALUNOS-DISPONIVEL = 'S'
               MOVE WRK-STUDENT-ID TO MST-STUDENT-ID
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALUNO-FORMADO
                           SET ALUNO-JA-FORMADO TO TRUE
                           DISPLAY 'ALUNO JA FORMADO: '
                               FUNCTION TRIM(MST-NOME)
                       END-IF
               END-READ
           END-IF.

      * HORARIO is optional in the same way as OFERTAS: without it
      * registration runs with no clash check, with a warning.
       ABRE-HORARIO.
           OPEN INPUT ARQ-HORARIO
           IF WRK-STATUS-HORARIO = '00'
               MOVE 'S' TO WRK-HORARIO-DISPONIVEL
           ELSE
               MOVE 'N' TO WRK-HORARIO-DISPONIVEL
               DISPLAY 'HORARIO INDISPONIVEL (STATUS '
                   WRK-STATUS-HORARIO '). INSCRICOES SEM CONFERENCIA '
                   'DE CHOQUE DE HORARIO.'
           END-IF.

      * The section's weekly meetings are loaded once, then checked
      * against every other section of the term holding the same
      * room and against every class active on the student's roster
      * for the term. Two meetings clash when they fall on the same
      * weekday and each starts before the other ends.
       CONFERE-HORARIO.
           MOVE 'N' TO WRK-CHOQUE-ALUNO
           MOVE 'N' TO WRK-CHOQUE-SALA
           MOVE 0 TO WRK-QTD-AULAS
           IF WRK-HORARIO-DISPONIVEL = 'S'
               PERFORM CARREGA-HORARIO-TURMA
               IF WRK-QTD-AULAS = 0
                   DISPLAY 'SEM HORARIO CADASTRADO PARA '
                       WRK-CODIGO ' / ' WRK-TERMO
                       '. INSCRICAO SEM CONFERENCIA DE CHOQUE.'
               ELSE
                   PERFORM CONFERE-CHOQUE-SALA
                   IF NOT CHOQUE-DE-SALA
                       PERFORM CONFERE-CHOQUE-ROL
                   END-IF
               END-IF
           END-IF.

       CARREGA-HORARIO-TURMA.
           MOVE 'N' TO WRK-FIM-HORARIO
           MOVE WRK-CODIGO TO HOR-CODIGO
           MOVE WRK-TERMO TO HOR-TERMO
           MOVE 0 TO HOR-DIA-SEMANA
           START ARQ-HORARIO KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-AULAS TO TRUE
           END-START
           PERFORM LE-AULA-TURMA UNTIL NAO-HA-MAIS-AULAS.

       LE-AULA-TURMA.
           READ ARQ-HORARIO NEXT
               AT END
                   SET NAO-HA-MAIS-AULAS TO TRUE
               NOT AT END
                   IF HOR-CODIGO NOT = WRK-CODIGO
                       OR HOR-TERMO NOT = WRK-TERMO
                       SET NAO-HA-MAIS-AULAS TO TRUE
                   ELSE
                       IF WRK-QTD-AULAS < 7
                           ADD 1 TO WRK-QTD-AULAS
                           MOVE HOR-DIA-SEMANA
                               TO AUL-DIA-SEMANA(WRK-QTD-AULAS)
                           MOVE HOR-HORA-INICIO
                               TO AUL-HORA-INICIO(WRK-QTD-AULAS)
                           MOVE HOR-HORA-FIM
                               TO AUL-HORA-FIM(WRK-QTD-AULAS)
                           MOVE HOR-SALA TO AUL-SALA(WRK-QTD-AULAS)
                       END-IF
                   END-IF
           END-READ.

      * A room double-booked by HORAMANT data keyed before the room
      * check existed is still caught here, before a student is put
      * into it.
       CONFERE-CHOQUE-SALA.
           MOVE 'N' TO WRK-FIM-HORARIO
           MOVE LOW-VALUES TO HOR-CHAVE
           START ARQ-HORARIO KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-AULAS TO TRUE
           END-START
           PERFORM LE-AULA-SALA UNTIL NAO-HA-MAIS-AULAS
               OR CHOQUE-DE-SALA
           IF CHOQUE-DE-SALA
               DISPLAY 'CHOQUE DE SALA: ' FUNCTION TRIM(WRK-SALA-CHOQUE)
                   ' NO DIA ' WRK-DIA-CHOQUE ' AS ' WRK-HORA-CHOQUE
                   ' TAMBEM ESTA RESERVADA PARA ' WRK-CODIGO-CHOQUE
                   '. CORRIJA O HORARIO PELO HORAMANT.'
           END-IF.

       LE-AULA-SALA.
           READ ARQ-HORARIO NEXT
               AT END
                   SET NAO-HA-MAIS-AULAS TO TRUE
               NOT AT END
                   IF HOR-TERMO = WRK-TERMO
                       AND HOR-CODIGO NOT = WRK-CODIGO
                       PERFORM COMPARA-SALA
                           VARYING WRK-AUL-IDX FROM 1 BY 1
                           UNTIL WRK-AUL-IDX > WRK-QTD-AULAS
                   END-IF
           END-READ.

       COMPARA-SALA.
           IF HOR-SALA = AUL-SALA(WRK-AUL-IDX)
               AND HOR-DIA-SEMANA = AUL-DIA-SEMANA(WRK-AUL-IDX)
               AND HOR-HORA-INICIO < AUL-HORA-FIM(WRK-AUL-IDX)
               AND AUL-HORA-INICIO(WRK-AUL-IDX) < HOR-HORA-FIM
               MOVE 'S' TO WRK-CHOQUE-SALA
               MOVE HOR-CODIGO TO WRK-CODIGO-CHOQUE
               MOVE HOR-SALA TO WRK-SALA-CHOQUE
               MOVE HOR-DIA-SEMANA TO WRK-DIA-CHOQUE
               MOVE HOR-HORA-INICIO TO WRK-HORA-CHOQUE
           END-IF.

      * The roster is keyed by student first, so the student's
      * pairs are read in one START; withdrawn pairs, other terms
      * and the discipline being registered are passed over.
       CONFERE-CHOQUE-ROL.
           MOVE 'N' TO WRK-FIM-ROL-ALUNO
           MOVE WRK-STUDENT-ID TO INS-STUDENT-ID
           MOVE LOW-VALUES TO INS-CODIGO
           MOVE 0 TO INS-TERMO
           START ARQ-INSCRICAO KEY IS NOT LESS THAN INS-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-ROL-ALUNO TO TRUE
           END-START
           PERFORM LE-ROL-ALUNO UNTIL NAO-HA-MAIS-ROL-ALUNO
               OR CHOQUE-COM-ROL
           IF CHOQUE-COM-ROL
               DISPLAY 'CHOQUE DE HORARIO COM ' WRK-CODIGO-CHOQUE
                   ' (DIA ' WRK-DIA-CHOQUE ' AS ' WRK-HORA-CHOQUE
                   '), JA INSCRITA PARA O ALUNO NO TERMO.'
           END-IF.

       LE-ROL-ALUNO.
           READ ARQ-INSCRICAO NEXT
               AT END
                   SET NAO-HA-MAIS-ROL-ALUNO TO TRUE
               NOT AT END
                   IF INS-STUDENT-ID NOT = WRK-STUDENT-ID
                       SET NAO-HA-MAIS-ROL-ALUNO TO TRUE
                   ELSE
                       IF INS-TERMO = WRK-TERMO
                           AND INSCRICAO-ATIVA
                           AND INS-CODIGO NOT = WRK-CODIGO
                           PERFORM CONFERE-AULAS-INSCRITA
                       END-IF
                   END-IF
           END-READ.

       CONFERE-AULAS-INSCRITA.
           MOVE 'N' TO WRK-FIM-HORARIO
           MOVE INS-CODIGO TO HOR-CODIGO
           MOVE INS-TERMO TO HOR-TERMO
           MOVE 0 TO HOR-DIA-SEMANA
           START ARQ-HORARIO KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-AULAS TO TRUE
           END-START
           PERFORM LE-AULA-INSCRITA UNTIL NAO-HA-MAIS-AULAS
               OR CHOQUE-COM-ROL.

       LE-AULA-INSCRITA.
           READ ARQ-HORARIO NEXT
               AT END
                   SET NAO-HA-MAIS-AULAS TO TRUE
               NOT AT END
                   IF HOR-CODIGO NOT = INS-CODIGO
                       OR HOR-TERMO NOT = INS-TERMO
                       SET NAO-HA-MAIS-AULAS TO TRUE
                   ELSE
                       PERFORM COMPARA-AULA
                           VARYING WRK-AUL-IDX FROM 1 BY 1
                           UNTIL WRK-AUL-IDX > WRK-QTD-AULAS
                   END-IF
           END-READ.

       COMPARA-AULA.
           IF HOR-DIA-SEMANA = AUL-DIA-SEMANA(WRK-AUL-IDX)
               AND HOR-HORA-INICIO < AUL-HORA-FIM(WRK-AUL-IDX)
               AND AUL-HORA-INICIO(WRK-AUL-IDX) < HOR-HORA-FIM
               MOVE 'S' TO WRK-CHOQUE-ALUNO
               MOVE HOR-CODIGO TO WRK-CODIGO-CHOQUE
               MOVE HOR-DIA-SEMANA TO WRK-DIA-CHOQUE
               MOVE HOR-HORA-INICIO TO WRK-HORA-CHOQUE
           END-IF.

       ACEITA-MATERIA.
           DISPLAY 'DIGITE O CODIGO DA MATERIA DA INSCRICAO '
               '(EX: ADS01)'
                       MOVE 'S' TO WRK-MATERIA-OK
                   END-IF
           END-READ.

      * The plan is keyed by term first, so one START reaches the
      * term's lines; each proposed line is registered exactly as if
      * it had been keyed, and rewritten with what happened to it.
       CARREGA-PLANO.
           OPEN I-O ARQ-SUGESTOES
           IF WRK-STATUS-SUGESTOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR O PLANO SUGERIDO (PLANSUGE). '
                   'STATUS: ' WRK-STATUS-SUGESTOES
               DISPLAY 'EXECUTE O SUGEGERA PARA GERAR O PLANO.'
           ELSE
               MOVE WRK-TERMO TO SUG-TERMO
               MOVE LOW-VALUES TO SUG-STUDENT-ID, SUG-CODIGO
               START ARQ-SUGESTOES KEY IS NOT LESS THAN SUG-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-LINHAS TO TRUE
               END-START
               PERFORM LE-LINHA-PLANO UNTIL NAO-HA-MAIS-LINHAS
               CLOSE ARQ-SUGESTOES
           END-IF.

       LE-LINHA-PLANO.
           READ ARQ-SUGESTOES NEXT
               AT END
                   SET NAO-HA-MAIS-LINHAS TO TRUE
               NOT AT END
                   IF SUG-TERMO NOT = WRK-TERMO
                       SET NAO-HA-MAIS-LINHAS TO TRUE
                   ELSE
                       IF SUGESTAO-PROPOSTA
                           PERFORM INSCREVE-LINHA-PLANO
                           REWRITE SUGESTAO-REC
                               INVALID KEY
                                   DISPLAY 'ERRO AO ATUALIZAR A LINHA '
                                       'DO PLANO ' SUG-STUDENT-ID ' '
                                       SUG-CODIGO '. STATUS: '
                                       WRK-STATUS-SUGESTOES
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       INSCREVE-LINHA-PLANO.
           MOVE SUG-STUDENT-ID TO WRK-STUDENT-ID
           MOVE SUG-NOME TO WRK-NOME
           MOVE SUG-CODIGO TO WRK-CODIGO
           MOVE SUG-MATERIA TO WRK-MATERIA
           DISPLAY '---------------------------------------------------'
           DISPLAY 'PLANO: ' WRK-STUDENT-ID ' ' WRK-CODIGO ' '
               WRK-MATERIA
           MOVE 'R' TO SUG-STATUS
           PERFORM CONFERE-BLOQUEIO
           PERFORM CONFERE-FORMADO
           EVALUATE TRUE
               WHEN ALUNO-BLOQUEADO
                   MOVE 'ALUNO COM BLOQUEIO' TO SUG-OCORRENCIA
               WHEN ALUNO-JA-FORMADO
                   MOVE 'ALUNO JA FORMADO' TO SUG-OCORRENCIA
               WHEN OTHER
                   PERFORM INSCREVE-DISCIPLINA-PLANO
           END-EVALUATE
           IF SUG-STATUS = 'R'
               ADD 1 TO WRK-QTD-RECUSADA
               DISPLAY 'INSCRICAO RECUSADA: ' SUG-OCORRENCIA
           END-IF.

       INSCREVE-DISCIPLINA-PLANO.
           MOVE 'S' TO WRK-MATERIA-OK
           MOVE WRK-CODIGO TO CAT-CODIGO
           READ CATALOGO-DISCIPLINAS
               INVALID KEY
                   MOVE 'N' TO WRK-MATERIA-OK
           END-READ
           IF NOT MATERIA-VALIDA
               MOVE 'FORA DO CATALOGO' TO SUG-OCORRENCIA
           ELSE
               PERFORM CONFERE-HORARIO
               IF CHOQUE-COM-ROL
                   MOVE SPACES TO SUG-OCORRENCIA
                   STRING 'CHOQUE DE HORARIO COM ' DELIMITED SIZE
                       WRK-CODIGO-CHOQUE DELIMITED SIZE
                       INTO SUG-OCORRENCIA
                   END-STRING
               ELSE
                   IF CHOQUE-DE-SALA
                       MOVE 'CHOQUE DE SALA NO HORARIO'
                           TO SUG-OCORRENCIA
                   ELSE
                       PERFORM INSCREVE-OU-ENFILEIRA
                   END-IF
               END-IF
           END-IF.

       INSCREVE-OU-ENFILEIRA.
           PERFORM CONSULTA-OFERTA
           IF TURMA-LOTADA
               MOVE WRK-QTD-ESPERA TO WRK-QTD-ANTES
               DISPLAY 'TURMA LOTADA: ' WRK-CODIGO ' / ' WRK-TERMO
                   ' (CAPACIDADE ' OFR-CAPACIDADE ').'
               PERFORM GRAVA-LISTA-ESPERA
               IF WRK-QTD-ESPERA > WRK-QTD-ANTES
                   MOVE 'E' TO SUG-STATUS
                   MOVE 'TURMA LOTADA - LISTA DE ESPERA'
                       TO SUG-OCORRENCIA
               ELSE
                   MOVE 'ERRO NA LISTA DE ESPERA' TO SUG-OCORRENCIA
               END-IF
           ELSE
               MOVE WRK-QTD-INSCRITA TO WRK-QTD-ANTES
               PERFORM GRAVA-INSCRICAO
               MOVE 'C' TO SUG-STATUS
               IF WRK-QTD-INSCRITA > WRK-QTD-ANTES
                   MOVE SPACES TO SUG-OCORRENCIA
               ELSE
                   MOVE 'JA INSCRITO NO TERMO' TO SUG-OCORRENCIA
               END-IF
           END-IF.
       END PROGRAM INSCMATR.
