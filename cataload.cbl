      *             on RUNCTL for the date, and this program logs
      *             itself PULADO and ends RC 0 instead of
      *             re-running.
      * 15/10/2026  The catalog record now carries CAT-SITUACAO (A
      *             active, I inactive, blank taken as active), so a
      *             discipline with grades - which can never be
      *             deleted - can still be retired from new terms;
      *             the extract, the full-load table and the
      *             CATTRANS transactions carry the field, and any
      *             other value is rejected.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
                         ==CAT-INSTRUTOR== BY ==CAT-INSTRUTOR-MESTRE==
                         ==CAT-PREREQ==    BY ==CAT-PREREQ-MESTRE==
                         ==CAT-INSTRUTOR-ID== BY
                         ==CAT-INSTRUTOR-ID-MESTRE==
                         ==CAT-SITUACAO==  BY ==CAT-SITUACAO-MESTRE==
                         ==DISCIPLINA-ATIVA== BY
                         ==DISCIPLINA-ATIVA-MESTRE==
                         ==DISCIPLINA-INATIVA== BY
                         ==DISCIPLINA-INATIVA-MESTRE==.

       FD  ARQ-TRANSACOES.
       01  TRANSACAO-REC.
           03 TRN-INSTRUTOR        PIC X(030).
           03 TRN-PREREQ           PIC X(05).
           03 TRN-INSTRUTOR-ID     PIC X(06).
           03 TRN-SITUACAO         PIC X(01).

       FD  ARQ-MATRICULAS.
           COPY MATRIC01.
           88 HOUVE-IMPACTO VALUE "S".
       01 WRK-CODIGO-NA-TABELA PIC X(01).
       01 WRK-INSTRUTOR-ID-EDIT PIC X(06).
       01 WRK-SITUACAO-EDIT    PIC X(01).

       01 EXTRATO-VALIDADO.
           03 WRK-QTD-EXTRATO      PIC 9(03) VALUE 0.
               05 EXT-INSTRUTOR    PIC X(030).
               05 EXT-PREREQ       PIC X(05).
               05 EXT-INSTRUTOR-ID PIC X(06).
               05 EXT-SITUACAO     PIC X(01).
       01 CONTADOR             PIC 9(03).
       01 WRK-QTD-CARREGADA    PIC 9(06) VALUE 0.
       01 FIM-CATALOGO         PIC X(01) VALUE "N".
               END-READ
           END-IF.

      * Blank is accepted as active so the extracts and transaction
      * files cut before the field existed still load.
       VALIDA-SITUACAO.
           IF WRK-SITUACAO-EDIT NOT = "A"
               AND WRK-SITUACAO-EDIT NOT = "I"
               AND WRK-SITUACAO-EDIT NOT = SPACE
               MOVE "SITUACAO INVALIDA (A OU I)" TO WRK-MOTIVO
               MOVE "N" TO WRK-REGISTRO-OK
           END-IF.

       CARGA-COMPLETA.
           OPEN INPUT CATALOGO-DISCIPLINAS
           IF WRK-STATUS-CATDISC NOT = "00"
                           EXT-PREREQ(WRK-QTD-EXTRATO)
                       MOVE CAT-INSTRUTOR-ID TO
                           EXT-INSTRUTOR-ID(WRK-QTD-EXTRATO)
                       MOVE CAT-SITUACAO TO
                           EXT-SITUACAO(WRK-QTD-EXTRATO)
                   ELSE
                       ADD 1 TO WRK-QTD-INVALIDA
                       DISPLAY "REGISTRO DO EXTRATO REJEITADO - "
                           TO WRK-MOTIVO
                       MOVE "N" TO WRK-REGISTRO-OK
                   ELSE
                       MOVE CAT-SITUACAO TO WRK-SITUACAO-EDIT
                       PERFORM VALIDA-SITUACAO
                       IF WRK-REGISTRO-OK = "S"
                           MOVE CAT-INSTRUTOR-ID
                               TO WRK-INSTRUTOR-ID-EDIT
                           PERFORM VALIDA-INSTRUTOR-ID
                       END-IF
                       IF WRK-REGISTRO-OK = "S"
                           PERFORM VERIFICA-CODIGO-DUPLICADO
                       END-IF
           MOVE EXT-INSTRUTOR(CONTADOR) TO CAT-INSTRUTOR-MESTRE
           MOVE EXT-PREREQ(CONTADOR) TO CAT-PREREQ-MESTRE
           MOVE EXT-INSTRUTOR-ID(CONTADOR) TO CAT-INSTRUTOR-ID-MESTRE
           MOVE EXT-SITUACAO(CONTADOR) TO CAT-SITUACAO-MESTRE
           WRITE CATALOGO-MESTRE-REC
           ADD 1 TO WRK-QTD-CARREGADA.

                           TO WRK-MOTIVO
                       MOVE "N" TO WRK-REGISTRO-OK
                   ELSE
                       MOVE TRN-SITUACAO TO WRK-SITUACAO-EDIT
                       PERFORM VALIDA-SITUACAO
                       IF WRK-REGISTRO-OK = "S"
                           MOVE TRN-INSTRUTOR-ID
                               TO WRK-INSTRUTOR-ID-EDIT
                           PERFORM VALIDA-INSTRUTOR-ID
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE TRN-INSTRUTOR TO CAT-INSTRUTOR-MESTRE
           MOVE TRN-PREREQ TO CAT-PREREQ-MESTRE
           MOVE TRN-INSTRUTOR-ID TO CAT-INSTRUTOR-ID-MESTRE
           MOVE TRN-SITUACAO TO CAT-SITUACAO-MESTRE
           WRITE CATALOGO-MESTRE-REC
               INVALID KEY
                   ADD 1 TO WRK-QTD-REJEITADA
                   MOVE TRN-INSTRUTOR TO CAT-INSTRUTOR-MESTRE
                   MOVE TRN-PREREQ TO CAT-PREREQ-MESTRE
                   MOVE TRN-INSTRUTOR-ID TO CAT-INSTRUTOR-ID-MESTRE
                   MOVE TRN-SITUACAO TO CAT-SITUACAO-MESTRE
                   REWRITE CATALOGO-MESTRE-REC
                   ADD 1 TO WRK-QTD-APLICADA
           END-READ.
