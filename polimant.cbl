      *             action instead of a code change to four
      *             programs, and the rule in force when an old
      *             grade was classified is the record of its term.
      * 15/10/2026  The policy also carries the rules that hold a
      *             NOTACORR grade correction for a second operator's
      *             approval: after the term's end date, an outcome
      *             moving into or out of APROVADO, a change beyond a
      *             point limit (zero, no limit). Asked on include/
      *             change and shown on the list.
      * 15/10/2026  The policy also carries the course-repeat rule
      *             for GPA and totals (U latest attempt, M best
      *             attempt, T every attempt), asked on include/
      *             change and shown on the list.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       77 WRK-MEDIA             PIC 9(02)V9(01).
       77 WRK-PISO              PIC 9(02)V9(01).
       77 WRK-FREQ              PIC 9(03).
       77 WRK-CORR-APOS-FIM     PIC X(01).
       77 WRK-CORR-INVERSAO     PIC X(01).
       77 WRK-CORR-LIMITE       PIC 9(02)V9(01).
       77 WRK-REGRA-REPETICAO   PIC X(01).

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           DISPLAY 'TERMO  MEDIA PISO  FREQ.MIN  RETEM: APOS FIM '
               'INVERSAO LIMITE  REPETICAO'
           PERFORM LISTA-UMA-POLITICA UNTIL FIM-LISTA.

       LISTA-UMA-POLITICA.
               NOT AT END
                   DISPLAY POL-TERMO '  ' POL-MEDIA-APROVACAO '  '
                       POL-PISO-RECUPERACAO '  ' POL-FREQ-MINIMA
                       '            ' POL-CORR-APOS-FIM
                       '        ' POL-CORR-INVERSAO
                       '        ' POL-CORR-LIMITE-PONTOS
                       '   ' POL-REGRA-REPETICAO
           END-READ.

       INCLUI-POLITICA.
               ACCEPT WRK-PISO
               DISPLAY 'FREQUENCIA MINIMA EM PERCENTUAL (EX: 075)'
               ACCEPT WRK-FREQ
               PERFORM SOLICITA-REGRAS-CORRECAO
               PERFORM SOLICITA-REGRA-REPETICAO
               IF WRK-MEDIA = 0 OR WRK-PISO = 0 OR WRK-FREQ = 0
                   OR WRK-PISO > WRK-MEDIA OR WRK-FREQ > 100
                   DISPLAY 'VALORES INCONSISTENTES. POLITICA NAO '
                   MOVE WRK-MEDIA TO POL-MEDIA-APROVACAO
                   MOVE WRK-PISO TO POL-PISO-RECUPERACAO
                   MOVE WRK-FREQ TO POL-FREQ-MINIMA
                   MOVE WRK-CORR-APOS-FIM TO POL-CORR-APOS-FIM
                   MOVE WRK-CORR-INVERSAO TO POL-CORR-INVERSAO
                   MOVE WRK-CORR-LIMITE TO POL-CORR-LIMITE-PONTOS
                   MOVE WRK-REGRA-REPETICAO TO POL-REGRA-REPETICAO
                   WRITE POLITICA-REC
                       INVALID KEY
                           REWRITE POLITICA-REC
               END-IF
           END-IF.

      * Anything but N keeps a rule on: dropping a control takes a
      * deliberate answer.
       SOLICITA-REGRAS-CORRECAO.
           DISPLAY 'RETER PARA APROVACAO CORRECAO APOS O FIM DO '
               'TERMO? (S/N)'
           ACCEPT WRK-CORR-APOS-FIM
           MOVE FUNCTION UPPER-CASE(WRK-CORR-APOS-FIM)
               TO WRK-CORR-APOS-FIM
           IF WRK-CORR-APOS-FIM NOT = 'N'
               MOVE 'S' TO WRK-CORR-APOS-FIM
           END-IF
           DISPLAY 'RETER CORRECAO QUE INVERTE A APROVACAO? (S/N)'
           ACCEPT WRK-CORR-INVERSAO
           MOVE FUNCTION UPPER-CASE(WRK-CORR-INVERSAO)
               TO WRK-CORR-INVERSAO
           IF WRK-CORR-INVERSAO NOT = 'N'
               MOVE 'S' TO WRK-CORR-INVERSAO
           END-IF
           DISPLAY 'RETER CORRECAO ACIMA DE QUANTOS PONTOS '
               '(EX: 020 PARA 2,0; 000 = SEM LIMITE)'
           ACCEPT WRK-CORR-LIMITE.

      * Anything but U or M counts every attempt, the rule the
      * totals followed before the policy carried one.
       SOLICITA-REGRA-REPETICAO.
           DISPLAY 'DISCIPLINA CURSADA MAIS DE UMA VEZ - QUAIS '
               'TENTATIVAS CONTAM NA MEDIA?'
           DISPLAY '  U - SO A ULTIMA  M - SO A MELHOR  T - TODAS'
           ACCEPT WRK-REGRA-REPETICAO
           MOVE FUNCTION UPPER-CASE(WRK-REGRA-REPETICAO)
               TO WRK-REGRA-REPETICAO
           IF WRK-REGRA-REPETICAO NOT = 'U'
               AND WRK-REGRA-REPETICAO NOT = 'M'
               MOVE 'T' TO WRK-REGRA-REPETICAO
           END-IF.

       VALIDA-TERMO-CALENDARIO.
           MOVE 'N' TO WRK-TERMO-OK
           OPEN INPUT ARQ-CALENDARIO
