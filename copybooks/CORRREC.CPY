      ******************************************************************
      * Copybook: CORRREC
      * Record layout for NOTAPEND, the grade corrections NOTACORR
      * holds for a second operator's approval, keyed by the
      * MATRIMSTR key of the entry + sequence. A correction is held
      * when it trips one of the POLITERM rules of the entry's term
      * (PND-REGRAS shows which: F after the term's end date, I the
      * outcome moves into or out of APROVADO, P the grade moves
      * beyond the point limit). NOTAAPRV, behind a level-3
      * sign-on, approves or rejects it; the approver must be a
      * different operator from the one who asked. Only an approval
      * rewrites MATRIMSTR, writes the NOTAAUDIT before-image and
      * the JRNLMATR entry. The record stays on file with its
      * decision, so RELCORR can list what is pending and what was
      * rejected. One correction at a time may be pending per
      * entry.
      ******************************************************************
       01 CORRECAO-PENDENTE-REC.
           03 PND-CHAVE.
               05 PND-STUDENT-ID       PIC X(10).
               05 PND-CODIGO           PIC X(05).
               05 PND-TERMO            PIC 9(05).
               05 PND-SEQUENCIA        PIC 9(03).
           03 PND-NOTA-ANTERIOR    PIC 9(02)V9(01).
           03 PND-SITUACAO-ANTERIOR PIC X(20).
           03 PND-NOTA-NOVA        PIC 9(02)V9(01).
           03 PND-SITUACAO-NOVA    PIC X(20).
           03 PND-MOTIVO           PIC X(03).
           03 PND-REGRAS.
               05 PND-REGRA-FIM        PIC X(01).
               05 PND-REGRA-INVERSAO   PIC X(01).
               05 PND-REGRA-PONTOS     PIC X(01).
           03 PND-OPERADOR-SOLICITANTE PIC X(08).
           03 PND-DATA-SOLICITACAO PIC 9(08).
           03 PND-STATUS           PIC X(01).
               88 CORRECAO-PENDENTE  VALUE "P".
               88 CORRECAO-APROVADA  VALUE "A".
               88 CORRECAO-REJEITADA VALUE "R".
           03 PND-OPERADOR-DECISAO PIC X(08).
           03 PND-DATA-DECISAO     PIC 9(08).
           03 PND-OBSERVACAO       PIC X(30).
