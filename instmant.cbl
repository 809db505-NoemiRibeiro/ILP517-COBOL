      *             record against this master and RELINSTR joins
      *             outcomes by the ID, so one typo in a name stops
      *             splitting an instructor's pass rate in three.
      * 15/10/2026  Added the employment type (E staff, A adjunct) to
      *             include, change and inquiry; RELCARGA sends the
      *             adjuncts' teaching hours to HR payroll.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       77 WRK-NOME              PIC X(30).
       77 WRK-DEPARTAMENTO      PIC X(20).
       77 WRK-CONTATO           PIC X(40).
       77 WRK-VINCULO           PIC X(01).

       01 WRK-FIM-MANUTENCAO   PIC X(01) VALUE 'N'.
           88 FIM-MANUTENCAO VALUE 'S'.
           DISPLAY 'DIGITE O DEPARTAMENTO'
           ACCEPT WRK-DEPARTAMENTO
           DISPLAY 'DIGITE O CONTATO (E-MAIL OU RAMAL)'
           ACCEPT WRK-CONTATO
           PERFORM SOLICITA-VINCULO.

      * Anything but A is taken as staff: an adjunct reaches the
      * payroll extract only when marked so on purpose.
       SOLICITA-VINCULO.
           MOVE SPACES TO WRK-VINCULO
           DISPLAY 'DIGITE O VINCULO (E - EFETIVO, A - ADJUNTO)'
           ACCEPT WRK-VINCULO
           MOVE FUNCTION UPPER-CASE(WRK-VINCULO) TO WRK-VINCULO
           IF WRK-VINCULO NOT = 'A'
               MOVE 'E' TO WRK-VINCULO
           END-IF.

       CONSULTA-INSTRUTOR.
           PERFORM SOLICITA-ID
           DISPLAY 'NOME.........: ' IST-NOME
           DISPLAY 'DEPARTAMENTO.: ' IST-DEPARTAMENTO
           DISPLAY 'CONTATO......: ' IST-CONTATO
           IF VINCULO-ADJUNTO
               DISPLAY 'VINCULO......: ADJUNTO'
           ELSE
               DISPLAY 'VINCULO......: EFETIVO'
           END-IF
           IF INSTRUTOR-INATIVO
               DISPLAY 'SITUACAO.....: INATIVO'
           ELSE
                   MOVE WRK-NOME TO IST-NOME
                   MOVE WRK-DEPARTAMENTO TO IST-DEPARTAMENTO
                   MOVE WRK-CONTATO TO IST-CONTATO
                   MOVE WRK-VINCULO TO IST-VINCULO
                   MOVE 'A' TO IST-SITUACAO
                   WRITE INSTRUTOR-REC
                   END-WRITE
                   MOVE WRK-NOME TO IST-NOME
                   MOVE WRK-DEPARTAMENTO TO IST-DEPARTAMENTO
                   MOVE WRK-CONTATO TO IST-CONTATO
                   MOVE WRK-VINCULO TO IST-VINCULO
                   REWRITE INSTRUTOR-REC
                   DISPLAY 'INSTRUTOR ALTERADO COM SUCESSO.'
           END-READ.
