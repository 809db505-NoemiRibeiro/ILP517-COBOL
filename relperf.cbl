      ******************************************************************
      * Author: NOEMI RIBEIRO
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPERF.
      *AUTHOR. NOEMI RIBEIRO.
      *DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026  New program. Access audit report: for every
      *             operator in OPERMSTR, each program the PERFACES
      *             profiles let them run and where it comes from
      *             (a direct grant or the role that carries it),
      *             with a CONFLITO line for every SODREGRA
      *             segregation rule the operator breaks - rules
      *             keyed after the grants were made are only
      *             caught here. Then the roles with their programs,
      *             and totals. While PERFACES is still empty the
      *             report lists the OPE-NIVEL each operator runs
      *             under instead. Report goes to PERFREL.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-STATUS-OPERADORES.

           SELECT ARQ-PERFIS ASSIGN TO "PERFACES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-STATUS-PERFIS.

           SELECT ARQ-REGRAS ASSIGN TO "SODREGRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOD-CHAVE
               FILE STATUS IS WRK-STATUS-REGRAS.

           SELECT ARQ-RELATORIO ASSIGN TO "PERFREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ARQ-OPERADORES.
           COPY OPERMSTR.

       FD  ARQ-PERFIS.
           COPY PERFREC.

       FD  ARQ-REGRAS.
           COPY SODREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-OPERADORES PIC X(02).
       77 WRK-STATUS-PERFIS     PIC X(02).
       77 WRK-STATUS-REGRAS     PIC X(02).
       77 WRK-MEMBRO            PIC X(08).
       77 WRK-PAPEL-ATUAL       PIC X(08).
       77 WRK-QTD-OPERADORES    PIC 9(04) VALUE 0.
       77 WRK-QTD-SEM-ACESSO    PIC 9(04) VALUE 0.
       77 WRK-QTD-CONCESSOES    PIC 9(06) VALUE 0.
       77 WRK-QTD-CONFLITOS     PIC 9(04) VALUE 0.
       77 WRK-QTD-OPE-CONFLITO  PIC 9(04) VALUE 0.
       77 WRK-QTD-PAPEIS-LIDOS  PIC 9(04) VALUE 0.

       01 WRK-FIM-OPERADORES PIC X VALUE 'N'.
           88 NAO-HA-MAIS-OPERADORES VALUE 'S'.

       01 WRK-FIM-PERFIS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PERFIS VALUE 'S'.

       01 WRK-PERFIS-EM-USO PIC X VALUE 'N'.
           88 PERFIS-EM-USO VALUE 'S'.

       01 WRK-REGRAS-DISPONIVEL PIC X VALUE 'N'.
           88 REGRAS-DISPONIVEL VALUE 'S'.

       01 WRK-CONFLITO-OPERADOR PIC X VALUE 'N'.
           88 OPERADOR-EM-CONFLITO VALUE 'S'.

       01 EFETIVOS.
           03 WRK-QTD-EFETIVOS     PIC 9(03) VALUE 0.
           03 EFE-TAB OCCURS 300 TIMES.
               05 EFE-PROGRAMA         PIC X(08).
               05 EFE-ORIGEM           PIC X(08).

       01 PAPEIS-OPERADOR.
           03 WRK-QTD-PAPEIS       PIC 9(02) VALUE 0.
           03 PAP-NOME OCCURS 20 TIMES PIC X(08).

       01 CONT-EFE         PIC 9(03) VALUE 0.
       01 CONT-PAR         PIC 9(03) VALUE 0.
       01 CONT-PAP         PIC 9(02) VALUE 0.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'PERFREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'RELPERF'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INICIO.
           DISPLAY "-----------------------------------------------"
           DISPLAY "RELPERF - QUEM PODE EXECUTAR O QUE"
           DISPLAY "-----------------------------------------------"
           OPEN INPUT ARQ-OPERADORES
           IF WRK-STATUS-OPERADORES NOT = "00"
               DISPLAY "ERRO AO ABRIR O MESTRE DE OPERADORES "
                   "(OPERMSTR). STATUS: " WRK-STATUS-OPERADORES
               DISPLAY "-----------------------------------------------"
               GOBACK
           END-IF
           PERFORM ABRE-PERFIS
           OPEN INPUT ARQ-REGRAS
           IF WRK-STATUS-REGRAS = "00"
               SET REGRAS-DISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM GRAVA-CABECALHO
           PERFORM LE-OPERADOR UNTIL NAO-HA-MAIS-OPERADORES
           IF PERFIS-EM-USO
               PERFORM LISTA-PAPEIS
           END-IF
           PERFORM GRAVA-TOTAIS
           CLOSE ARQ-OPERADORES
           IF PERFIS-EM-USO
               CLOSE ARQ-PERFIS
           END-IF
           IF REGRAS-DISPONIVEL
               CLOSE ARQ-REGRAS
           END-IF
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY "OPERADORES: " WRK-QTD-OPERADORES
               "  CONFLITOS: " WRK-QTD-CONFLITOS
           DISPLAY "Relatorio gerado em PERFREL."
           DISPLAY "-----------------------------------------------"
       GOBACK.

      * Same test OPERSIGN makes: profiles count only once the
      * file holds at least one grant.
       ABRE-PERFIS.
           OPEN INPUT ARQ-PERFIS
           IF WRK-STATUS-PERFIS = "00"
               MOVE LOW-VALUES TO PRF-CHAVE
               START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
                   INVALID KEY
                       CLOSE ARQ-PERFIS
                   NOT INVALID KEY
                       SET PERFIS-EM-USO TO TRUE
               END-START
           END-IF.

       GRAVA-CABECALHO.
           MOVE SPACES TO RELATORIO-REC
           IF PERFIS-EM-USO
               MOVE "PERFIS DE ACESSO POR OPERADOR (PERFACES)"
                   TO RELATORIO-REC
           ELSE
               MOVE "PERFACES SEM CONCESSOES - ACESSO PELO NIVEL DO "
                   TO RELATORIO-REC
               MOVE "OPERADOR (OPE-NIVEL)" TO RELATORIO-REC(48:)
           END-IF
           WRITE RELATORIO-REC
           IF NOT REGRAS-DISPONIVEL
               MOVE "SODREGRA INEXISTENTE - SEGREGACAO NAO CONFERIDA"
                   TO RELATORIO-REC
               WRITE RELATORIO-REC
           END-IF.

       LE-OPERADOR.
           READ ARQ-OPERADORES NEXT
               AT END
                   SET NAO-HA-MAIS-OPERADORES TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-OPERADORES
                   PERFORM RELATA-OPERADOR
           END-READ.

       RELATA-OPERADOR.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING "OPERADOR " DELIMITED SIZE
               OPE-ID DELIMITED SIZE
               " " OPE-NOME DELIMITED SIZE
               " SITUACAO " OPE-SITUACAO DELIMITED SIZE
               " NIVEL " OPE-NIVEL DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           IF PERFIS-EM-USO
               MOVE OPE-ID TO WRK-MEMBRO
               PERFORM MONTA-EFETIVOS
               IF WRK-QTD-EFETIVOS = 0
                   ADD 1 TO WRK-QTD-SEM-ACESSO
                   MOVE "  NENHUM PROGRAMA CONCEDIDO" TO RELATORIO-REC
                   WRITE RELATORIO-REC
               END-IF
               PERFORM GRAVA-EFETIVO
                   VARYING CONT-EFE FROM 1 BY 1
                   UNTIL CONT-EFE > WRK-QTD-EFETIVOS
               MOVE 'N' TO WRK-CONFLITO-OPERADOR
               IF REGRAS-DISPONIVEL
                   PERFORM CONFERE-PARES
                       VARYING CONT-EFE FROM 1 BY 1
                       UNTIL CONT-EFE > WRK-QTD-EFETIVOS
               END-IF
               IF OPERADOR-EM-CONFLITO
                   ADD 1 TO WRK-QTD-OPE-CONFLITO
               END-IF
           END-IF.

       GRAVA-EFETIVO.
           ADD 1 TO WRK-QTD-CONCESSOES
           MOVE SPACES TO RELATORIO-REC
           IF EFE-ORIGEM(CONT-EFE) = WRK-MEMBRO
               STRING "  " EFE-PROGRAMA(CONT-EFE) DELIMITED SIZE
                   "  DIRETO" DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           ELSE
               STRING "  " EFE-PROGRAMA(CONT-EFE) DELIMITED SIZE
                   "  PAPEL " EFE-ORIGEM(CONT-EFE) DELIMITED SIZE
                   INTO RELATORIO-REC
               END-STRING
           END-IF
           WRITE RELATORIO-REC.

      * Each pair once: the second program always further down.
       CONFERE-PARES.
           COMPUTE CONT-PAR = CONT-EFE + 1
           PERFORM CONFERE-PAR
               UNTIL CONT-PAR > WRK-QTD-EFETIVOS.

       CONFERE-PAR.
           IF EFE-PROGRAMA(CONT-PAR) NOT = EFE-PROGRAMA(CONT-EFE)
               IF EFE-PROGRAMA(CONT-EFE) < EFE-PROGRAMA(CONT-PAR)
                   MOVE EFE-PROGRAMA(CONT-EFE) TO SOD-PROGRAMA-A
                   MOVE EFE-PROGRAMA(CONT-PAR) TO SOD-PROGRAMA-B
               ELSE
                   MOVE EFE-PROGRAMA(CONT-PAR) TO SOD-PROGRAMA-A
                   MOVE EFE-PROGRAMA(CONT-EFE) TO SOD-PROGRAMA-B
               END-IF
               READ ARQ-REGRAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-CONFLITOS
                       SET OPERADOR-EM-CONFLITO TO TRUE
                       MOVE SPACES TO RELATORIO-REC
                       STRING "  CONFLITO " DELIMITED SIZE
                           SOD-PROGRAMA-A " X " DELIMITED SIZE
                           SOD-PROGRAMA-B " - " DELIMITED SIZE
                           SOD-MOTIVO DELIMITED SIZE
                           INTO RELATORIO-REC
                       END-STRING
                       WRITE RELATORIO-REC
               END-READ
           END-IF
           ADD 1 TO CONT-PAR.

       MONTA-EFETIVOS.
           MOVE 0 TO WRK-QTD-EFETIVOS
           MOVE 0 TO WRK-QTD-PAPEIS
           MOVE 'N' TO WRK-FIM-PERFIS
           MOVE WRK-MEMBRO TO PRF-TITULAR
           MOVE LOW-VALUES TO PRF-TIPO, PRF-OBJETO
           START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PERFIS TO TRUE
           END-START
           PERFORM LE-PERFIL-MEMBRO UNTIL NAO-HA-MAIS-PERFIS
           PERFORM MONTA-EFETIVOS-PAPEL
               VARYING CONT-PAP FROM 1 BY 1
               UNTIL CONT-PAP > WRK-QTD-PAPEIS.

       LE-PERFIL-MEMBRO.
           READ ARQ-PERFIS NEXT
               AT END
                   SET NAO-HA-MAIS-PERFIS TO TRUE
               NOT AT END
                   IF PRF-TITULAR NOT = WRK-MEMBRO
                       SET NAO-HA-MAIS-PERFIS TO TRUE
                   ELSE
                       IF PERFIL-PAPEL
                           IF WRK-QTD-PAPEIS < 20
                               ADD 1 TO WRK-QTD-PAPEIS
                               MOVE PRF-OBJETO
                                   TO PAP-NOME(WRK-QTD-PAPEIS)
                           END-IF
                       ELSE
                           PERFORM GUARDA-EFETIVO
                       END-IF
                   END-IF
           END-READ.

       MONTA-EFETIVOS-PAPEL.
           MOVE 'N' TO WRK-FIM-PERFIS
           MOVE PAP-NOME(CONT-PAP) TO PRF-TITULAR
           MOVE 'P' TO PRF-TIPO
           MOVE LOW-VALUES TO PRF-OBJETO
           START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PERFIS TO TRUE
           END-START
           PERFORM LE-PERFIL-PAPEL UNTIL NAO-HA-MAIS-PERFIS.

       LE-PERFIL-PAPEL.
           READ ARQ-PERFIS NEXT
               AT END
                   SET NAO-HA-MAIS-PERFIS TO TRUE
               NOT AT END
                   IF PRF-TITULAR NOT = PAP-NOME(CONT-PAP)
                       OR NOT PERFIL-PROGRAMA
                       SET NAO-HA-MAIS-PERFIS TO TRUE
                   ELSE
                       PERFORM GUARDA-EFETIVO
                   END-IF
           END-READ.

       GUARDA-EFETIVO.
           IF WRK-QTD-EFETIVOS < 300
               ADD 1 TO WRK-QTD-EFETIVOS
               MOVE PRF-OBJETO TO EFE-PROGRAMA(WRK-QTD-EFETIVOS)
               MOVE PRF-TITULAR TO EFE-ORIGEM(WRK-QTD-EFETIVOS)
           END-IF.

      * Role names all start with @, so the role grants sit
      * together in the file from the first @ key on.
       LISTA-PAPEIS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE "PAPEIS E PROGRAMAS CONCEDIDOS" TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO WRK-PAPEL-ATUAL
           MOVE 'N' TO WRK-FIM-PERFIS
           MOVE LOW-VALUES TO PRF-CHAVE
           MOVE '@' TO PRF-TITULAR(1:1)
           START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PERFIS TO TRUE
           END-START
           PERFORM LE-PERFIL-PAPEIS UNTIL NAO-HA-MAIS-PERFIS.

       LE-PERFIL-PAPEIS.
           READ ARQ-PERFIS NEXT
               AT END
                   SET NAO-HA-MAIS-PERFIS TO TRUE
               NOT AT END
                   IF PRF-TITULAR(1:1) NOT = '@'
                       SET NAO-HA-MAIS-PERFIS TO TRUE
                   ELSE
                       IF PRF-TITULAR NOT = WRK-PAPEL-ATUAL
                           ADD 1 TO WRK-QTD-PAPEIS-LIDOS
                           MOVE PRF-TITULAR TO WRK-PAPEL-ATUAL
                           MOVE SPACES TO RELATORIO-REC
                           STRING "PAPEL " DELIMITED SIZE
                               PRF-TITULAR DELIMITED SIZE
                               INTO RELATORIO-REC
                           END-STRING
                           WRITE RELATORIO-REC
                       END-IF
                       MOVE SPACES TO RELATORIO-REC
                       STRING "  " PRF-OBJETO DELIMITED SIZE
                           "  CONCEDIDO POR " PRF-OPERADOR
                           DELIMITED SIZE
                           " EM " PRF-DATA DELIMITED SIZE
                           INTO RELATORIO-REC
                       END-STRING
                       WRITE RELATORIO-REC
                   END-IF
           END-READ.

       GRAVA-TOTAIS.
           MOVE SPACES TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING "OPERADORES: " DELIMITED SIZE
               WRK-QTD-OPERADORES DELIMITED SIZE
               "  SEM NENHUM PROGRAMA: " DELIMITED SIZE
               WRK-QTD-SEM-ACESSO DELIMITED SIZE
               "  PROGRAMAS LIBERADOS: " DELIMITED SIZE
               WRK-QTD-CONCESSOES DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC
           MOVE SPACES TO RELATORIO-REC
           STRING "PAPEIS: " DELIMITED SIZE
               WRK-QTD-PAPEIS-LIDOS DELIMITED SIZE
               "  CONFLITOS DE SEGREGACAO: " DELIMITED SIZE
               WRK-QTD-CONFLITOS DELIMITED SIZE
               "  OPERADORES EM CONFLITO: " DELIMITED SIZE
               WRK-QTD-OPE-CONFLITO DELIMITED SIZE
               INTO RELATORIO-REC
           END-STRING
           WRITE RELATORIO-REC.
       END PROGRAM RELPERF.
