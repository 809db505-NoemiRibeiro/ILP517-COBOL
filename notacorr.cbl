      *             policy record exists - so a rule change is a
      *             maintenance action and a historical outcome is
      *             classified by the rule of its own term.
      * 15/10/2026  A sensitive correction is no longer applied on
      *             the corrector's own authority: when it trips one
      *             of the POLITERM rules of the entry's term - made
      *             after the term's TERMCAL end date, moving the
      *             outcome into or out of APROVADO, or moving the
      *             grade beyond the point limit - it is held on the
      *             NOTAPEND pending file for a different level-3
      *             operator to approve in NOTAAPRV, and MATRIMSTR,
      *             NOTAAUDIT and the journal are left untouched
      *             until then. A term without a policy record holds
      *             on all three rules with a 2,0 limit. A resolved
      *             INCOMPLETO is held only when it comes after its
      *             resolution deadline. While a correction is
      *             pending for an entry no other is taken for it.
      * 15/10/2026  A grade change on an attempt superseded under the
      *             course-repeat rule (MAT-REPETICAO R) leaves the
      *             ALUNOS totals alone - the attempt is not in them;
      *             the nightly REPEMARC run re-applies the rule to the
      *             new grade.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           SELECT ARQ-AUDITORIA ASSIGN TO "NOTAAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.

           SELECT ARQ-PENDENCIAS ASSIGN TO "NOTAPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-STATUS-PENDENCIAS.

           SELECT ARQ-POLITICAS ASSIGN TO "POLITERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-TERMO
               FILE STATUS IS WRK-STATUS-POLITICAS.

           SELECT ARQ-CALENDARIO ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-TERMO
               FILE STATUS IS WRK-STATUS-TERMCAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  ARQ-AUDITORIA.
           COPY AUDITREC.

       FD  ARQ-PENDENCIAS.
           COPY CORRREC.

       FD  ARQ-POLITICAS.
           COPY POLIREC.

       FD  ARQ-CALENDARIO.
           COPY TERMCAL.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MATRICULAS PIC X(02).
       77 WRK-STATUS-ALUNOS     PIC X(02).
       77 WRK-STATUS-AUDITORIA  PIC X(02).
       77 WRK-STATUS-PENDENCIAS PIC X(02).
       77 WRK-STATUS-POLITICAS  PIC X(02).
       77 WRK-STATUS-TERMCAL    PIC X(02).
       77 WRK-OPERADOR          PIC X(08).
       77 WRK-SIGNON-OK         PIC X(01).
       77 WRK-PROGRAMA-SIGNON PIC X(08) VALUE 'NOTACORR'.
       77 WRK-CONFIRMA          PIC X(01).
       77 WRK-CONTINUA          PIC X(01) VALUE 'N'.
       77 WRK-QTD-CORRIGIDA     PIC 9(03) VALUE 0.
       77 WRK-QTD-RETIDA        PIC 9(03) VALUE 0.
       77 WRK-PROX-SEQUENCIA    PIC 9(03).
       77 WRK-REGRA-APOS-FIM    PIC X(01).
       77 WRK-REGRA-INVERSAO    PIC X(01).
       77 WRK-LIMITE-PONTOS     PIC 9(02)V9(01).
       77 WRK-DIFERENCA         PIC 9(02)V9(01).
       77 WRK-DATA-FIM-TERMO    PIC 9(08).
       77 WRK-DISPARO-FIM       PIC X(01).
       77 WRK-DISPARO-INVERSAO  PIC X(01).
       77 WRK-DISPARO-PONTOS    PIC X(01).
       77 MIN-FREQUENCIA        PIC 9(03) VALUE 75.
       77 MEDIA-APROVACAO       PIC 9(02)V9(01) VALUE 7.0.
       77 PISO-RECUPERACAO      PIC 9(02)V9(01) VALUE 5.0.
       01 WRK-ERA-INCOMPLETO PIC X VALUE 'N'.
           88 RESOLVE-INCOMPLETO VALUE 'S'.

       01 WRK-FIM-PENDENCIAS PIC X VALUE 'N'.
           88 NAO-HA-MAIS-PENDENCIAS VALUE 'S'.

       01 WRK-JA-PENDENTE PIC X VALUE 'N'.
           88 CORRECAO-JA-PENDENTE VALUE 'S'.

       01 WRK-POLITICAS-DISPONIVEL PIC X VALUE 'N'.
           88 POLITICAS-DISPONIVEL VALUE 'S'.

       01 WRK-CALENDARIO-DISPONIVEL PIC X VALUE 'N'.
           88 CALENDARIO-DISPONIVEL VALUE 'S'.

       01 JRN-CHAMADA.
           03 JRN-PROGRAMA-CHAMADA PIC X(08) VALUE 'NOTACORR'.
           03 JRN-ARQUIVO-CHAMADA  PIC X(01).
           CLOSE ARQ-MATRICULAS
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-PENDENCIAS
           IF POLITICAS-DISPONIVEL
               CLOSE ARQ-POLITICAS
           END-IF
           IF CALENDARIO-DISPONIVEL
               CLOSE ARQ-CALENDARIO
           END-IF
           DISPLAY '---------------------------------------------------'
           DISPLAY 'REGISTROS CORRIGIDOS NA SESSAO: ' WRK-QTD-CORRIGIDA
           DISPLAY 'CORRECOES RETIDAS PARA APROVACAO: ' WRK-QTD-RETIDA
           DISPLAY 'PROGRAMA ENCERRADO. ATE LOGO!'
           STOP RUN.

           OPEN EXTEND ARQ-AUDITORIA
           IF WRK-STATUS-AUDITORIA = '35'
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF
           OPEN I-O ARQ-PENDENCIAS
           IF WRK-STATUS-PENDENCIAS = '35'
               OPEN OUTPUT ARQ-PENDENCIAS
               CLOSE ARQ-PENDENCIAS
               OPEN I-O ARQ-PENDENCIAS
           END-IF
           IF WRK-STATUS-PENDENCIAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS CORRECOES PENDENTES '
                   '(NOTAPEND). STATUS: ' WRK-STATUS-PENDENCIAS
               STOP RUN
           END-IF
           OPEN INPUT ARQ-POLITICAS
           IF WRK-STATUS-POLITICAS = '00'
               SET POLITICAS-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-CALENDARIO
           IF WRK-STATUS-TERMCAL = '00'
               SET CALENDARIO-DISPONIVEL TO TRUE
           END-IF.

       SOLICITA-CORRECAO.
           DISPLAY 'CORRIGIR ESTE REGISTRO? (S/N)'
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               SET REGISTRO-ENCONTRADO TO TRUE
               PERFORM VERIFICA-PENDENCIA
               IF CORRECAO-JA-PENDENTE
                   DISPLAY 'HA UMA CORRECAO DESTE LANCAMENTO '
                       'AGUARDANDO APROVACAO (NOTAAPRV).'
                   DISPLAY 'NENHUMA OUTRA E ACEITA ATE A DECISAO.'
               ELSE
                   PERFORM PREPARA-CORRECAO
               END-IF
           END-IF.

       PREPARA-CORRECAO.
           PERFORM CARREGA-POLITICA-TERMO
           MOVE 'N' TO WRK-ERA-INCOMPLETO
           IF MAT-SITUACAO = 'INCOMPLETO'
               MOVE 'S' TO WRK-ERA-INCOMPLETO
           END-IF
           MOVE MAT-NOTA TO WRK-NOTA-ANTIGA
           PERFORM CLASSIFICA-NOTA-NOVA
           PERFORM AVALIA-APROVACAO
           IF WRK-DISPARO-FIM = SPACE
               AND WRK-DISPARO-INVERSAO = SPACE
               AND WRK-DISPARO-PONTOS = SPACE
               PERFORM APLICA-NOVA-NOTA
           ELSE
               PERFORM GRAVA-PENDENCIA
           END-IF.

       APLICA-NOVA-NOTA.
           PERFORM GRAVA-AUDITORIA
           MOVE WRK-NOTA-NOVA TO MAT-NOTA
           MOVE WRK-SITUACAO TO MAT-SITUACAO
           MOVE WRK-OPERADOR TO MAT-OPERADOR
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
           ADD 1 TO WRK-QTD-CORRIGIDA
           DISPLAY 'REGISTRO CORRIGIDO.'.

      * Walks the NOTAPEND records of the entry: a P among them
      * blocks a second request, and the last sequence on file
      * gives the next one.
       VERIFICA-PENDENCIA.
           MOVE 'N' TO WRK-JA-PENDENTE
           MOVE 'N' TO WRK-FIM-PENDENCIAS
           MOVE 1 TO WRK-PROX-SEQUENCIA
           MOVE MAT-STUDENT-ID TO PND-STUDENT-ID
           MOVE MAT-CODIGO TO PND-CODIGO
           MOVE MAT-TERMO TO PND-TERMO
           MOVE 0 TO PND-SEQUENCIA
           START ARQ-PENDENCIAS KEY IS NOT LESS THAN PND-CHAVE
               INVALID KEY
                   SET NAO-HA-MAIS-PENDENCIAS TO TRUE
           END-START
           PERFORM LE-PENDENCIA-LANCAMENTO
               UNTIL NAO-HA-MAIS-PENDENCIAS.

       LE-PENDENCIA-LANCAMENTO.
           READ ARQ-PENDENCIAS NEXT
               AT END
                   SET NAO-HA-MAIS-PENDENCIAS TO TRUE
               NOT AT END
                   IF PND-STUDENT-ID = MAT-STUDENT-ID
                       AND PND-CODIGO = MAT-CODIGO
                       AND PND-TERMO = MAT-TERMO
                       COMPUTE WRK-PROX-SEQUENCIA = PND-SEQUENCIA + 1
                       IF CORRECAO-PENDENTE
                           SET CORRECAO-JA-PENDENTE TO TRUE
                       END-IF
                   ELSE
                       SET NAO-HA-MAIS-PENDENCIAS TO TRUE
                   END-IF
           END-READ.

      * Each rule tripped is marked with its letter on the pending
      * record (F after the term's end, I outcome inversion, P
      * point limit). A term missing from TERMCAL counts as closed.
      * An INCOMPLETO has no earlier grade to compare, so only the
      * end-date rule applies to it, and only past its resolution
      * deadline.
       AVALIA-APROVACAO.
           PERFORM CARREGA-REGRA-APROVACAO
           MOVE SPACE TO WRK-DISPARO-FIM, WRK-DISPARO-INVERSAO,
               WRK-DISPARO-PONTOS
           IF WRK-REGRA-APOS-FIM = 'S'
               PERFORM BUSCA-FIM-TERMO
               IF WRK-DATA-EXECUCAO > WRK-DATA-FIM-TERMO
                   IF NOT RESOLVE-INCOMPLETO
                       OR WRK-DATA-EXECUCAO > MAT-DATA-LIMITE
                       MOVE 'F' TO WRK-DISPARO-FIM
                   END-IF
               END-IF
           END-IF
           IF NOT RESOLVE-INCOMPLETO
               IF WRK-REGRA-INVERSAO = 'S'
                   IF (MAT-SITUACAO = 'APROVADO'
                       AND WRK-SITUACAO NOT = 'APROVADO')
                       OR (MAT-SITUACAO NOT = 'APROVADO'
                       AND WRK-SITUACAO = 'APROVADO')
                       MOVE 'I' TO WRK-DISPARO-INVERSAO
                   END-IF
               END-IF
               IF WRK-LIMITE-PONTOS > 0
                   IF WRK-NOTA-NOVA > WRK-NOTA-ANTIGA
                       COMPUTE WRK-DIFERENCA =
                           WRK-NOTA-NOVA - WRK-NOTA-ANTIGA
                   ELSE
                       COMPUTE WRK-DIFERENCA =
                           WRK-NOTA-ANTIGA - WRK-NOTA-NOVA
                   END-IF
                   IF WRK-DIFERENCA > WRK-LIMITE-PONTOS
                       MOVE 'P' TO WRK-DISPARO-PONTOS
                   END-IF
               END-IF
           END-IF.

      * Same defaulting as CARREGA-POLITICA-TERMO: the compiled
      * rule stands when the term has no policy record.
       CARREGA-REGRA-APROVACAO.
           MOVE 'S' TO WRK-REGRA-APOS-FIM
           MOVE 'S' TO WRK-REGRA-INVERSAO
           MOVE 2.0 TO WRK-LIMITE-PONTOS
           IF POLITICAS-DISPONIVEL
               MOVE MAT-TERMO TO POL-TERMO
               READ ARQ-POLITICAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE POL-CORR-APOS-FIM TO WRK-REGRA-APOS-FIM
                       MOVE POL-CORR-INVERSAO TO WRK-REGRA-INVERSAO
                       MOVE POL-CORR-LIMITE-PONTOS
                           TO WRK-LIMITE-PONTOS
               END-READ
           END-IF.

       BUSCA-FIM-TERMO.
           MOVE 0 TO WRK-DATA-FIM-TERMO
           IF CALENDARIO-DISPONIVEL
               MOVE MAT-TERMO TO CAL-TERMO
               READ ARQ-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-DATA-FIM TO WRK-DATA-FIM-TERMO
               END-READ
           END-IF.

       GRAVA-PENDENCIA.
           MOVE MAT-STUDENT-ID TO PND-STUDENT-ID
           MOVE MAT-CODIGO TO PND-CODIGO
           MOVE MAT-TERMO TO PND-TERMO
           MOVE WRK-PROX-SEQUENCIA TO PND-SEQUENCIA
           MOVE MAT-NOTA TO PND-NOTA-ANTERIOR
           MOVE MAT-SITUACAO TO PND-SITUACAO-ANTERIOR
           MOVE WRK-NOTA-NOVA TO PND-NOTA-NOVA
           MOVE WRK-SITUACAO TO PND-SITUACAO-NOVA
           MOVE WRK-MOTIVO TO PND-MOTIVO
           MOVE WRK-DISPARO-FIM TO PND-REGRA-FIM
           MOVE WRK-DISPARO-INVERSAO TO PND-REGRA-INVERSAO
           MOVE WRK-DISPARO-PONTOS TO PND-REGRA-PONTOS
           MOVE WRK-OPERADOR TO PND-OPERADOR-SOLICITANTE
           MOVE WRK-DATA-EXECUCAO TO PND-DATA-SOLICITACAO
           MOVE 'P' TO PND-STATUS
           MOVE SPACES TO PND-OPERADOR-DECISAO
           MOVE 0 TO PND-DATA-DECISAO
           MOVE SPACES TO PND-OBSERVACAO
           WRITE CORRECAO-PENDENTE-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A CORRECAO PENDENTE. '
                       'STATUS: ' WRK-STATUS-PENDENCIAS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-RETIDA
                   DISPLAY 'CORRECAO RETIDA PARA APROVACAO DE OUTRO '
                       'OPERADOR NIVEL 3 (NOTAAPRV).'
                   IF WRK-DISPARO-FIM NOT = SPACE
                       DISPLAY '  - TERMO ENCERRADO EM '
                           WRK-DATA-FIM-TERMO
                   END-IF
                   IF WRK-DISPARO-INVERSAO NOT = SPACE
                       DISPLAY '  - SITUACAO PASSA DE '
                           FUNCTION TRIM(MAT-SITUACAO) ' PARA '
                           WRK-SITUACAO
                   END-IF
                   IF WRK-DISPARO-PONTOS NOT = SPACE
                       MOVE WRK-LIMITE-PONTOS TO WRK-NOTA-EXIBE
                       DISPLAY '  - ALTERACAO ACIMA DE '
                           WRK-NOTA-EXIBE ' PONTOS'
                   END-IF
           END-WRITE.

      * A corrected grade cannot undo a fail-by-absence: while the
      * attendance stamped on the record stays below the floor, the
      * outcome remains REPROVADO POR FALTA whatever the new grade.
