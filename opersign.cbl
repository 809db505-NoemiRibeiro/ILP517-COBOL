      *             change and enforces the no-reuse history;
      *             LAYTMIGR seeds the password date at cutover so
      *             day one is not a lockout.
      * 15/10/2026  Authorization now comes from the PERFACES access
      *             profiles instead of the OPE-NIVEL ladder: the
      *             calling program must be granted to the operator,
      *             directly or through one of the operator's roles,
      *             so a billing clerk cleared for FATPAGTO no longer
      *             gets the grade programs with it. While PERFACES
      *             does not exist or holds no grant yet, the level
      *             check stands, so the profiles can be loaded
      *             through PERFMANT before they take over.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-STATUS-OPERADORES.

           SELECT ARQ-PERFIS ASSIGN TO "PERFACES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-STATUS-PERFIS.

           SELECT ARQ-LOG-SEGURANCA ASSIGN TO "SEGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG-SEG.
       FD  ARQ-OPERADORES.
           COPY OPERMSTR.

       FD  ARQ-PERFIS.
           COPY PERFREC.

       FD  ARQ-LOG-SEGURANCA.
       01  LOG-SEG-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-OPERADORES PIC X(02).
       77 WRK-STATUS-LOG-SEG    PIC X(02).
       77 WRK-STATUS-PERFIS     PIC X(02).
       77 WRK-SENHA             PIC X(08).
       77 WRK-EVENTO            PIC X(10).
       77 WRK-DATA-HORA         PIC X(21).
       01 WRK-SENHA-VIGENTE PIC X VALUE 'N'.
           88 SENHA-VIGENTE VALUE 'S'.

       01 WRK-AUTORIZADO PIC X VALUE 'N'.
           88 PROGRAMA-AUTORIZADO VALUE 'S'.

       01 WRK-PERFIS-EM-USO PIC X VALUE 'N'.
           88 PERFIS-EM-USO VALUE 'S'.

       01 WRK-FIM-PERFIS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PERFIS VALUE 'S'.

       01 PAPEIS-OPERADOR.
           03 WRK-QTD-PAPEIS       PIC 9(02) VALUE 0.
           03 PAP-NOME OCCURS 20 TIMES PIC X(08).

       01 CONT-PAPEL       PIC 9(02) VALUE 0.

       LINKAGE SECTION.
       01 LNK-OPERADOR        PIC X(08).
       01 LNK-NIVEL-EXIGIDO   PIC 9(01).
                   PERFORM CONTA-TENTATIVA
               WHEN OPE-SENHA NOT = WRK-SENHA
                   PERFORM REGISTRA-FALHA
               WHEN OTHER
                   PERFORM CONFERE-AUTORIZACAO
                   IF PROGRAMA-AUTORIZADO
                       PERFORM ACEITA-OPERADOR
                   ELSE
                       MOVE 'NEGADO' TO WRK-EVENTO
                       PERFORM GRAVA-LOG-SEGURANCA
                       SET FIM-SIGNON TO TRUE
                   END-IF
           END-EVALUATE.

      * The calling program must be granted on PERFACES to the
      * operator or to a role the operator belongs to. The level
      * ladder only answers while no profile has been granted yet.
       CONFERE-AUTORIZACAO.
           MOVE 'N' TO WRK-AUTORIZADO
           MOVE 'N' TO WRK-PERFIS-EM-USO
           OPEN INPUT ARQ-PERFIS
           IF WRK-STATUS-PERFIS = '00'
               MOVE LOW-VALUES TO PRF-CHAVE
               START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PERFIS-EM-USO TO TRUE
               END-START
           END-IF
           EVALUATE TRUE
               WHEN PERFIS-EM-USO
                   PERFORM CONFERE-PERFIL
               WHEN WRK-STATUS-PERFIS = '00'
                   OR WRK-STATUS-PERFIS = '35'
                   IF OPE-NIVEL < LNK-NIVEL-EXIGIDO
                       DISPLAY 'OPERADOR SEM AUTORIZACAO PARA ESTA '
                           'FUNCAO (NIVEL ' OPE-NIVEL ', EXIGIDO '
                           LNK-NIVEL-EXIGIDO ').'
                   ELSE
                       SET PROGRAMA-AUTORIZADO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR PERFACES. STATUS: '
                       WRK-STATUS-PERFIS
           END-EVALUATE
           IF WRK-STATUS-PERFIS = '00'
               CLOSE ARQ-PERFIS
           END-IF.

      * Direct grant first; otherwise the operator's roles are
      * collected before any of them is read, since reading a
      * role's grant moves the file away from the operator.
       CONFERE-PERFIL.
           MOVE OPE-ID TO PRF-TITULAR
           MOVE 'P' TO PRF-TIPO
           MOVE LNK-PROGRAMA TO PRF-OBJETO
           READ ARQ-PERFIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PROGRAMA-AUTORIZADO TO TRUE
           END-READ
           IF NOT PROGRAMA-AUTORIZADO
               MOVE 0 TO WRK-QTD-PAPEIS
               MOVE 'N' TO WRK-FIM-PERFIS
               MOVE OPE-ID TO PRF-TITULAR
               MOVE 'F' TO PRF-TIPO
               MOVE LOW-VALUES TO PRF-OBJETO
               START ARQ-PERFIS KEY IS NOT LESS THAN PRF-CHAVE
                   INVALID KEY
                       SET NAO-HA-MAIS-PERFIS TO TRUE
               END-START
               PERFORM LE-PAPEL-OPERADOR UNTIL NAO-HA-MAIS-PERFIS
               PERFORM CONFERE-PAPEL
                   VARYING CONT-PAPEL FROM 1 BY 1
                   UNTIL CONT-PAPEL > WRK-QTD-PAPEIS
                   OR PROGRAMA-AUTORIZADO
           END-IF
           IF NOT PROGRAMA-AUTORIZADO
               DISPLAY 'OPERADOR SEM PERFIL DE ACESSO A '
                   FUNCTION TRIM(LNK-PROGRAMA)
                   '. PROCURE A SEGURANCA (PERFMANT).'
           END-IF.

       LE-PAPEL-OPERADOR.
           READ ARQ-PERFIS NEXT
               AT END
                   SET NAO-HA-MAIS-PERFIS TO TRUE
               NOT AT END
                   IF PRF-TITULAR NOT = OPE-ID OR NOT PERFIL-PAPEL
                       SET NAO-HA-MAIS-PERFIS TO TRUE
                   ELSE
                       IF WRK-QTD-PAPEIS < 20
                           ADD 1 TO WRK-QTD-PAPEIS
                           MOVE PRF-OBJETO TO PAP-NOME(WRK-QTD-PAPEIS)
                       END-IF
                   END-IF
           END-READ.

       CONFERE-PAPEL.
           MOVE PAP-NOME(CONT-PAPEL) TO PRF-TITULAR
           MOVE 'P' TO PRF-TIPO
           MOVE LNK-PROGRAMA TO PRF-OBJETO
           READ ARQ-PERFIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PROGRAMA-AUTORIZADO TO TRUE
           END-READ.

      * A wrong password counts against the record itself, not just
      * the session: at the limit the record is suspended and only
      * OPERMANT reactivation clears it.
