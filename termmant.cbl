      *             (CAL-DATA-LIMITE-AJUSTE) enforced by the TRANCMAT
      *             withdrawal transaction; inclusion prompts for it
      *             and the listing shows it.
      * 15/10/2026  The listing shows the terms the TERMCLON setup
      *             left EM PREPARACAO; option A opens them once the
      *             proof listing has been reviewed.
      * 15/10/2026  The listing shows a term REABERTO by TERMREAB; its
      *             status is not changed here - only the TERMFECH re-
      *             close ends a reopening.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
                       DISPLAY CAL-TERMO ' ' CAL-DATA-INICIO ' '
                           CAL-DATA-FIM '  ' CAL-DATA-LIMITE-AJUSTE
                           '  ABERTO'
                   ELSE
                   IF TERMO-EM-PREPARACAO
                       DISPLAY CAL-TERMO ' ' CAL-DATA-INICIO ' '
                           CAL-DATA-FIM '  ' CAL-DATA-LIMITE-AJUSTE
                           '  EM PREPARACAO'
                   ELSE
                   IF TERMO-REABERTO
                       DISPLAY CAL-TERMO ' ' CAL-DATA-INICIO ' '
                           CAL-DATA-FIM '  ' CAL-DATA-LIMITE-AJUSTE
                           '  REABERTO'
                   ELSE
                       DISPLAY CAL-TERMO ' ' CAL-DATA-INICIO ' '
                           CAL-DATA-FIM '  ' CAL-DATA-LIMITE-AJUSTE
                           '  ENCERRADO'
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       INCLUI-TERMO.
               INVALID KEY
                   DISPLAY 'TERMO NAO ENCONTRADO: ' WRK-TERMO
               NOT INVALID KEY
                   IF TERMO-REABERTO
                       DISPLAY 'TERMO REABERTO PELO TERMREAB: '
                           'REENCERRE PELO TERMFECH.'
                   ELSE
                   IF FUNCTION UPPER-CASE(WRK-OPCAO) = 'A'
                       MOVE 'A' TO CAL-STATUS
                       REWRITE CALENDARIO-REC
                       REWRITE CALENDARIO-REC
                       DISPLAY 'TERMO ENCERRADO: ' WRK-TERMO
                   END-IF
                   END-IF
           END-READ.
       END PROGRAM TERMMANT.
