      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNANON.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New subprogram. Anonymizes one student's personal
      *             data under the data-protection rules, for the
      *             ANONPURG periodic purge and the ANONPEDE erasure
      *             request alike. A student still active, with an
      *             open COBRANCA balance, an open or in-review
      *             DISPUTA or a pending HISTPED request is refused.
      *             Otherwise the name is masked on the NOTIFREP,
      *             ESPERA and HISTPED copies (the requester, on the
      *             student's issued requests), the NOTIFDEV bounce
      *             lines lose name, address and e-mail, the
      *             ALUNPESS census record is deleted, and last the
      *             ALUNOS record is masked (ALUNO-ANONIMIZADO, no
      *             address or e-mail) with its after-image on
      *             JRNLMATR - a run cut short leaves the student
      *             unmarked, so the next one finishes the job. The
      *             ID, the grades, MATRIMSTR, MATRARQV, FORMADOS and
      *             the HISTLOG issuance log are kept. Every outcome
      *             but an already anonymized student is appended to
      *             ANONLOG for the data-protection officer.
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

           SELECT ARQ-PESSOAIS ASSIGN TO "ALUNPESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-STUDENT-ID
               FILE STATUS IS WRK-STATUS-PESSOAIS.

           SELECT ARQ-COBRANCA ASSIGN TO "COBRANCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS WRK-STATUS-COBRANCA.

           SELECT ARQ-DISPUTAS ASSIGN TO "DISPUTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WRK-STATUS-DISPUTAS.

           SELECT ARQ-NOTIFICA ASSIGN TO "NOTIFREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTIFICA.

           SELECT ARQ-ESPERA ASSIGN TO "ESPERA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESPERA.

           SELECT ARQ-PEDIDOS ASSIGN TO "HISTPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDIDOS.

           SELECT ARQ-DEVOLVIDAS ASSIGN TO "NOTIFDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEVOLVIDAS.

           SELECT ARQ-TRABALHO ASSIGN TO "ANONTRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRABALHO.

           SELECT ARQ-LOG-ANON ASSIGN TO "ANONLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG-ANON.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY ALUNMSTR.

       FD  ARQ-PESSOAIS.
           COPY PESSREC.

       FD  ARQ-COBRANCA.
           COPY COBRREC.

       FD  ARQ-DISPUTAS.
           COPY DISPREC.

       FD  ARQ-NOTIFICA.
           COPY NOTIFREC.

       FD  ARQ-ESPERA.
           COPY ESPEREC.

       FD  ARQ-PEDIDOS.
           COPY HISTPED.

       FD  ARQ-DEVOLVIDAS.
       01  DEVOLVIDA-LINHA         PIC X(150).

       FD  ARQ-TRABALHO.
       01  TRABALHO-LINHA          PIC X(150).

       FD  ARQ-LOG-ANON.
       01  LOG-ANON-LINHA          PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ALUNOS      PIC X(02).
       77 WRK-STATUS-PESSOAIS    PIC X(02).
       77 WRK-STATUS-COBRANCA    PIC X(02).
       77 WRK-STATUS-DISPUTAS    PIC X(02).
       77 WRK-STATUS-NOTIFICA    PIC X(02).
       77 WRK-STATUS-ESPERA      PIC X(02).
       77 WRK-STATUS-PEDIDOS     PIC X(02).
       77 WRK-STATUS-DEVOLVIDAS  PIC X(02).
       77 WRK-STATUS-TRABALHO    PIC X(02).
       77 WRK-STATUS-LOG-ANON    PIC X(02).
       77 WRK-MARCA-ANONIMO      PIC X(30)
               VALUE 'DADOS ANONIMIZADOS'.
       77 WRK-SALDO              PIC S9(07)V99.
       77 WRK-SALDO-TOTAL        PIC S9(07)V99.
       77 WRK-QTD-NOTIFICA       PIC 9(04) VALUE 0.
       77 WRK-QTD-ESPERA         PIC 9(04) VALUE 0.
       77 WRK-QTD-PEDIDOS        PIC 9(04) VALUE 0.
       77 WRK-QTD-DEVOLVIDAS     PIC 9(04) VALUE 0.
       77 WRK-PESSOAIS-EXCLUIDO  PIC X(01).
       77 WRK-DEV-DATA           PIC X(08).
       77 WRK-DEV-STUDENT-ID     PIC X(10).
       01 WRK-DATA-HORA          PIC X(21).

       01 WRK-ARQUIVO-SEQ PIC X(01).
           88 SEQ-NOTIFREP    VALUE 'N'.
           88 SEQ-ESPERA      VALUE 'E'.
           88 SEQ-HISTPED     VALUE 'H'.
           88 SEQ-NOTIFDEV    VALUE 'D'.

       01 WRK-MASCARA-OK PIC X VALUE 'S'.
           88 MASCARA-COMPLETA VALUE 'S'.

       01 WRK-FIM-COBRANCAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-COBRANCAS VALUE 'S'.

       01 WRK-FIM-DISPUTAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-DISPUTAS VALUE 'S'.

       01 WRK-FIM-PEDIDOS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PEDIDOS VALUE 'S'.

       01 WRK-FIM-SEQUENCIAL PIC X VALUE 'N'.
           88 NAO-HA-MAIS-SEQUENCIAL VALUE 'S'.

       01 WRK-FIM-TRAB PIC X VALUE 'N'.
           88 NAO-HA-MAIS-TRABALHO VALUE 'S'.

       01 JRN-CHAMADA.
           03 JRN-PROGRAMA-CHAMADA PIC X(08) VALUE 'ALUNANON'.
           03 JRN-ARQUIVO-CHAMADA  PIC X(01).
           03 JRN-OPERACAO-CHAMADA PIC X(01).
           03 JRN-IMAGEM-CHAMADA   PIC X(140).

       LINKAGE SECTION.
       01 LNK-STUDENT-ID      PIC X(10).
       01 LNK-ORIGEM          PIC X(01).
           88 ORIGEM-EXPURGO     VALUE 'P'.
           88 ORIGEM-TITULAR     VALUE 'T'.
       01 LNK-OPERADOR        PIC X(08).
       01 LNK-REFERENCIA      PIC X(20).
       01 LNK-RESULTADO       PIC X(01).
           88 RESULTADO-ANONIMIZADO VALUE 'A'.
           88 RESULTADO-RECUSADO    VALUE 'R'.
           88 RESULTADO-AUSENTE     VALUE 'N'.
           88 RESULTADO-JA-FEITO    VALUE 'J'.
           88 RESULTADO-ERRO        VALUE 'E'.
       01 LNK-MOTIVO          PIC X(40).
      ******************************************************************
       PROCEDURE DIVISION USING LNK-STUDENT-ID, LNK-ORIGEM,
               LNK-OPERADOR, LNK-REFERENCIA, LNK-RESULTADO,
               LNK-MOTIVO.
       INICIO.
           MOVE SPACES TO LNK-MOTIVO
           MOVE 0 TO WRK-QTD-NOTIFICA, WRK-QTD-ESPERA,
               WRK-QTD-PEDIDOS, WRK-QTD-DEVOLVIDAS
           MOVE 'N' TO WRK-PESSOAIS-EXCLUIDO
           MOVE 'S' TO WRK-MASCARA-OK
           OPEN I-O ARQ-ALUNOS
           IF WRK-STATUS-ALUNOS NOT = '00'
               SET RESULTADO-ERRO TO TRUE
               STRING 'ALUNOS INDISPONIVEL. STATUS: ' DELIMITED SIZE
                   WRK-STATUS-ALUNOS DELIMITED SIZE
                   INTO LNK-MOTIVO
               END-STRING
               PERFORM GRAVA-LOG-ANON
               GOBACK
           END-IF
           MOVE LNK-STUDENT-ID TO MST-STUDENT-ID
           READ ARQ-ALUNOS
               INVALID KEY
                   SET RESULTADO-AUSENTE TO TRUE
                   MOVE 'MATRICULA NAO CONSTA NO MESTRE (ALUNOS)'
                       TO LNK-MOTIVO
           END-READ
           IF RESULTADO-AUSENTE
               CLOSE ARQ-ALUNOS
               PERFORM GRAVA-LOG-ANON
               GOBACK
           END-IF
           IF ALUNO-ANONIMIZADO
               SET RESULTADO-JA-FEITO TO TRUE
               MOVE 'DADOS JA ANONIMIZADOS' TO LNK-MOTIVO
               CLOSE ARQ-ALUNOS
               GOBACK
           END-IF
           PERFORM VERIFICA-IMPEDIMENTOS
           IF RESULTADO-RECUSADO
               CLOSE ARQ-ALUNOS
               PERFORM GRAVA-LOG-ANON
               GOBACK
           END-IF
           SET SEQ-NOTIFREP TO TRUE
           PERFORM MASCARA-SEQUENCIAL
           SET SEQ-ESPERA TO TRUE
           PERFORM MASCARA-SEQUENCIAL
           SET SEQ-HISTPED TO TRUE
           PERFORM MASCARA-SEQUENCIAL
           SET SEQ-NOTIFDEV TO TRUE
           PERFORM MASCARA-SEQUENCIAL
           PERFORM EXCLUI-DADOS-PESSOAIS
           IF MASCARA-COMPLETA
               PERFORM MASCARA-ALUNO
               SET RESULTADO-ANONIMIZADO TO TRUE
           ELSE
               SET RESULTADO-ERRO TO TRUE
           END-IF
           CLOSE ARQ-ALUNOS
           PERFORM GRAVA-LOG-ANON
           GOBACK.

      * Data still needed to collect a debt, settle a dispute or
      * issue a requested transcript cannot be erased yet.
       VERIFICA-IMPEDIMENTOS.
           IF ALUNO-ATIVO
               SET RESULTADO-RECUSADO TO TRUE
               MOVE 'ALUNO ATIVO: INATIVAR ANTES NO ALUNMANT'
                   TO LNK-MOTIVO
           END-IF
           IF NOT RESULTADO-RECUSADO
               PERFORM VERIFICA-SALDO
           END-IF
           IF NOT RESULTADO-RECUSADO
               PERFORM VERIFICA-DISPUTAS
           END-IF
           IF NOT RESULTADO-RECUSADO
               PERFORM VERIFICA-PEDIDOS
           END-IF.

      * Open balance as RELSALDO figures it: billed plus charges
      * less paid, for every term still owing.
       VERIFICA-SALDO.
           OPEN INPUT ARQ-COBRANCA
           IF WRK-STATUS-COBRANCA = '00'
               MOVE 0 TO WRK-SALDO-TOTAL
               MOVE 'N' TO WRK-FIM-COBRANCAS
               MOVE LNK-STUDENT-ID TO COB-STUDENT-ID
               MOVE 0 TO COB-TERMO
               START ARQ-COBRANCA KEY IS NOT LESS THAN COB-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-COBRANCAS TO TRUE
               END-START
               PERFORM LE-COBRANCA UNTIL NAO-HA-MAIS-COBRANCAS
               CLOSE ARQ-COBRANCA
               IF WRK-SALDO-TOTAL > 0
                   SET RESULTADO-RECUSADO TO TRUE
                   MOVE 'SALDO EM ABERTO NA COBRANCA' TO LNK-MOTIVO
               END-IF
           END-IF.

       LE-COBRANCA.
           READ ARQ-COBRANCA NEXT
               AT END
                   SET NAO-HA-MAIS-COBRANCAS TO TRUE
               NOT AT END
                   IF COB-STUDENT-ID NOT = LNK-STUDENT-ID
                       SET NAO-HA-MAIS-COBRANCAS TO TRUE
                   ELSE
                       COMPUTE WRK-SALDO =
                           COB-VLR-LANCADO + COB-VLR-ENCARGOS
                           - COB-VLR-PAGO
                       IF WRK-SALDO > 0
                           ADD WRK-SALDO TO WRK-SALDO-TOTAL
                       END-IF
                   END-IF
           END-READ.

       VERIFICA-DISPUTAS.
           OPEN INPUT ARQ-DISPUTAS
           IF WRK-STATUS-DISPUTAS = '00'
               MOVE 'N' TO WRK-FIM-DISPUTAS
               MOVE LNK-STUDENT-ID TO DSP-STUDENT-ID
               MOVE LOW-VALUES TO DSP-CODIGO
               MOVE 0 TO DSP-TERMO
               START ARQ-DISPUTAS KEY IS NOT LESS THAN DSP-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-DISPUTAS TO TRUE
               END-START
               PERFORM LE-DISPUTA UNTIL NAO-HA-MAIS-DISPUTAS
               CLOSE ARQ-DISPUTAS
           END-IF.

       LE-DISPUTA.
           READ ARQ-DISPUTAS NEXT
               AT END
                   SET NAO-HA-MAIS-DISPUTAS TO TRUE
               NOT AT END
                   IF DSP-STUDENT-ID NOT = LNK-STUDENT-ID
                       SET NAO-HA-MAIS-DISPUTAS TO TRUE
                   ELSE
                       IF DISPUTA-ABERTA OR DISPUTA-EM-REVISAO
                           SET RESULTADO-RECUSADO TO TRUE
                           MOVE 'DISPUTA DE NOTA EM ABERTO'
                               TO LNK-MOTIVO
                           SET NAO-HA-MAIS-DISPUTAS TO TRUE
                       END-IF
                   END-IF
           END-READ.

       VERIFICA-PEDIDOS.
           OPEN INPUT ARQ-PEDIDOS
           IF WRK-STATUS-PEDIDOS = '00'
               MOVE 'N' TO WRK-FIM-PEDIDOS
               PERFORM LE-PEDIDO UNTIL NAO-HA-MAIS-PEDIDOS
               CLOSE ARQ-PEDIDOS
           END-IF.

       LE-PEDIDO.
           READ ARQ-PEDIDOS
               AT END
                   SET NAO-HA-MAIS-PEDIDOS TO TRUE
               NOT AT END
                   IF PED-STUDENT-ID = LNK-STUDENT-ID
                       AND PEDIDO-PENDENTE
                       SET RESULTADO-RECUSADO TO TRUE
                       MOVE 'PEDIDO DE HISTORICO PENDENTE (HISTPED)'
                           TO LNK-MOTIVO
                       SET NAO-HA-MAIS-PEDIDOS TO TRUE
                   END-IF
           END-READ.

      * The line-sequential copies are rewritten the way NOTIFCNF
      * rewrites NOTIFREP: through the ANONTRB work file and back.
      * A copy that does not exist has nothing to mask; one that
      * cannot be opened holds the ALUNOS step back.
       MASCARA-SEQUENCIAL.
           MOVE 'N' TO WRK-FIM-SEQUENCIAL
           PERFORM ABRE-SEQUENCIAL
           EVALUATE TRUE
               WHEN WRK-STATUS-TRABALHO = '35'
                   CONTINUE
               WHEN WRK-STATUS-TRABALHO NOT = '00'
                   MOVE 'N' TO WRK-MASCARA-OK
                   STRING 'COPIA NAO MASCARADA. STATUS: '
                       DELIMITED SIZE
                       WRK-STATUS-TRABALHO DELIMITED SIZE
                       INTO LNK-MOTIVO
                   END-STRING
               WHEN OTHER
                   OPEN OUTPUT ARQ-TRABALHO
                   PERFORM COPIA-MASCARANDO
                       UNTIL NAO-HA-MAIS-SEQUENCIAL
                   PERFORM FECHA-SEQUENCIAL
                   CLOSE ARQ-TRABALHO
                   PERFORM REGRAVA-SEQUENCIAL
           END-EVALUATE.

      * The open status of the copy in hand is kept in
      * WRK-STATUS-TRABALHO so one EVALUATE serves all four.
       ABRE-SEQUENCIAL.
           EVALUATE TRUE
               WHEN SEQ-NOTIFREP
                   OPEN INPUT ARQ-NOTIFICA
                   MOVE WRK-STATUS-NOTIFICA TO WRK-STATUS-TRABALHO
               WHEN SEQ-ESPERA
                   OPEN INPUT ARQ-ESPERA
                   MOVE WRK-STATUS-ESPERA TO WRK-STATUS-TRABALHO
               WHEN SEQ-HISTPED
                   OPEN INPUT ARQ-PEDIDOS
                   MOVE WRK-STATUS-PEDIDOS TO WRK-STATUS-TRABALHO
               WHEN SEQ-NOTIFDEV
                   OPEN INPUT ARQ-DEVOLVIDAS
                   MOVE WRK-STATUS-DEVOLVIDAS TO WRK-STATUS-TRABALHO
           END-EVALUATE.

       FECHA-SEQUENCIAL.
           EVALUATE TRUE
               WHEN SEQ-NOTIFREP
                   CLOSE ARQ-NOTIFICA
               WHEN SEQ-ESPERA
                   CLOSE ARQ-ESPERA
               WHEN SEQ-HISTPED
                   CLOSE ARQ-PEDIDOS
               WHEN SEQ-NOTIFDEV
                   CLOSE ARQ-DEVOLVIDAS
           END-EVALUATE.

       COPIA-MASCARANDO.
           EVALUATE TRUE
               WHEN SEQ-NOTIFREP
                   READ ARQ-NOTIFICA
                       AT END
                           SET NAO-HA-MAIS-SEQUENCIAL TO TRUE
                       NOT AT END
                           IF NTF-STUDENT-ID = LNK-STUDENT-ID
                               MOVE WRK-MARCA-ANONIMO TO NTF-NOME
                               ADD 1 TO WRK-QTD-NOTIFICA
                           END-IF
                           MOVE NOTIFICA-REC TO TRABALHO-LINHA
                           WRITE TRABALHO-LINHA
                   END-READ
               WHEN SEQ-ESPERA
                   READ ARQ-ESPERA
                       AT END
                           SET NAO-HA-MAIS-SEQUENCIAL TO TRUE
                       NOT AT END
                           IF ESP-STUDENT-ID = LNK-STUDENT-ID
                               MOVE WRK-MARCA-ANONIMO TO ESP-NOME
                               ADD 1 TO WRK-QTD-ESPERA
                           END-IF
                           MOVE ESPERA-REC TO TRABALHO-LINHA
                           WRITE TRABALHO-LINHA
                   END-READ
               WHEN SEQ-HISTPED
                   READ ARQ-PEDIDOS
                       AT END
                           SET NAO-HA-MAIS-SEQUENCIAL TO TRUE
                       NOT AT END
                           IF PED-STUDENT-ID = LNK-STUDENT-ID
                               MOVE WRK-MARCA-ANONIMO
                                   TO PED-SOLICITANTE
                               ADD 1 TO WRK-QTD-PEDIDOS
                           END-IF
                           MOVE PEDIDO-REC TO TRABALHO-LINHA
                           WRITE TRABALHO-LINHA
                   END-READ
               WHEN SEQ-NOTIFDEV
                   READ ARQ-DEVOLVIDAS
                       AT END
                           SET NAO-HA-MAIS-SEQUENCIAL TO TRUE
                       NOT AT END
                           PERFORM MASCARA-DEVOLVIDA
                           MOVE DEVOLVIDA-LINHA TO TRABALHO-LINHA
                           WRITE TRABALHO-LINHA
                   END-READ
           END-EVALUATE.

      * NOTIFDEV lines are date,student,name,e-mail,address,...
      * as NOTIFCNF writes them; the student's lines keep only the
      * date and the ID.
       MASCARA-DEVOLVIDA.
           MOVE SPACES TO WRK-DEV-DATA, WRK-DEV-STUDENT-ID
           UNSTRING DEVOLVIDA-LINHA DELIMITED BY ','
               INTO WRK-DEV-DATA, WRK-DEV-STUDENT-ID
           END-UNSTRING
           IF WRK-DEV-STUDENT-ID = LNK-STUDENT-ID
               MOVE SPACES TO DEVOLVIDA-LINHA
               STRING WRK-DEV-DATA DELIMITED SIZE
                   ',' FUNCTION TRIM(LNK-STUDENT-ID) DELIMITED SIZE
                   ',' FUNCTION TRIM(WRK-MARCA-ANONIMO)
                   DELIMITED SIZE
                   INTO DEVOLVIDA-LINHA
               END-STRING
               ADD 1 TO WRK-QTD-DEVOLVIDAS
           END-IF.

       REGRAVA-SEQUENCIAL.
           MOVE 'N' TO WRK-FIM-TRAB
           OPEN INPUT ARQ-TRABALHO
           EVALUATE TRUE
               WHEN SEQ-NOTIFREP
                   OPEN OUTPUT ARQ-NOTIFICA
               WHEN SEQ-ESPERA
                   OPEN OUTPUT ARQ-ESPERA
               WHEN SEQ-HISTPED
                   OPEN OUTPUT ARQ-PEDIDOS
               WHEN SEQ-NOTIFDEV
                   OPEN OUTPUT ARQ-DEVOLVIDAS
           END-EVALUATE
           PERFORM COPIA-DE-VOLTA UNTIL NAO-HA-MAIS-TRABALHO
           CLOSE ARQ-TRABALHO
           PERFORM FECHA-SEQUENCIAL.

       COPIA-DE-VOLTA.
           READ ARQ-TRABALHO
               AT END
                   SET NAO-HA-MAIS-TRABALHO TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SEQ-NOTIFREP
                           MOVE TRABALHO-LINHA TO NOTIFICA-REC
                           WRITE NOTIFICA-REC
                       WHEN SEQ-ESPERA
                           MOVE TRABALHO-LINHA TO ESPERA-REC
                           WRITE ESPERA-REC
                       WHEN SEQ-HISTPED
                           MOVE TRABALHO-LINHA TO PEDIDO-REC
                           WRITE PEDIDO-REC
                       WHEN SEQ-NOTIFDEV
                           MOVE TRABALHO-LINHA TO DEVOLVIDA-LINHA
                           WRITE DEVOLVIDA-LINHA
                   END-EVALUATE
           END-READ.

       EXCLUI-DADOS-PESSOAIS.
           OPEN I-O ARQ-PESSOAIS
           IF WRK-STATUS-PESSOAIS = '00'
               MOVE LNK-STUDENT-ID TO PES-STUDENT-ID
               READ ARQ-PESSOAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE ARQ-PESSOAIS
                       MOVE 'S' TO WRK-PESSOAIS-EXCLUIDO
               END-READ
               CLOSE ARQ-PESSOAIS
           ELSE
               IF WRK-STATUS-PESSOAIS NOT = '35'
                   MOVE 'N' TO WRK-MASCARA-OK
                   STRING 'ALUNPESS INDISPONIVEL. STATUS: '
                       DELIMITED SIZE
                       WRK-STATUS-PESSOAIS DELIMITED SIZE
                       INTO LNK-MOTIVO
                   END-STRING
               END-IF
           END-IF.

       MASCARA-ALUNO.
           SET ALUNO-ANONIMIZADO TO TRUE
           MOVE SPACES TO MST-ENDERECO, MST-EMAIL
           REWRITE ALUNO-MESTRE-REC
           MOVE 'A' TO JRN-ARQUIVO-CHAMADA
           MOVE 'R' TO JRN-OPERACAO-CHAMADA
           MOVE ALUNO-MESTRE-REC TO JRN-IMAGEM-CHAMADA
           CALL 'MATRJRNL' USING JRN-PROGRAMA-CHAMADA,
               JRN-ARQUIVO-CHAMADA, JRN-OPERACAO-CHAMADA,
               JRN-IMAGEM-CHAMADA.

      * One line per outcome for the data-protection officer:
      * date, time, origin (P purge, T erasure request), operator,
      * student, result, reason or reference, and what was masked.
       GRAVA-LOG-ANON.
           OPEN EXTEND ARQ-LOG-ANON
           IF WRK-STATUS-LOG-ANON = '35'
               OPEN OUTPUT ARQ-LOG-ANON
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE SPACES TO LOG-ANON-LINHA
           STRING WRK-DATA-HORA(1:8) DELIMITED SIZE
               ',' WRK-DATA-HORA(9:6) DELIMITED SIZE
               ',' LNK-ORIGEM DELIMITED SIZE
               ',' LNK-OPERADOR DELIMITED SIZE
               ',' FUNCTION TRIM(LNK-STUDENT-ID) DELIMITED SIZE
               ',' LNK-RESULTADO DELIMITED SIZE
               ',REF=' FUNCTION TRIM(LNK-REFERENCIA) DELIMITED SIZE
               ',MOTIVO=' FUNCTION TRIM(LNK-MOTIVO) DELIMITED SIZE
               ',NOTIF=' WRK-QTD-NOTIFICA DELIMITED SIZE
               ',ESPERA=' WRK-QTD-ESPERA DELIMITED SIZE
               ',HISTPED=' WRK-QTD-PEDIDOS DELIMITED SIZE
               ',NOTIFDEV=' WRK-QTD-DEVOLVIDAS DELIMITED SIZE
               ',PESSOAIS=' WRK-PESSOAIS-EXCLUIDO DELIMITED SIZE
               INTO LOG-ANON-LINHA
           END-STRING
           WRITE LOG-ANON-LINHA
           CLOSE ARQ-LOG-ANON.
       END PROGRAM ALUNANON.
