      *             replay after a term close resurrected the whole
      *             archived term into the restored live master,
      *             duplicated against MATRARQV.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      * 15/10/2026  Only an ENCERRADO term is archived: a term still
      *             EM PREPARACAO from the TERMCLON setup is refused
      *             like an open one.
      * 15/10/2026  A term REABERTO by TERMREAB is refused with a
      *             pointer to the TERMFECH re-close, which re-archives
      *             the records brought back.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           03 LOG-QTD-GRAVADA   PIC 9(06) VALUE 0.
           03 LOG-QTD-REJEITADA PIC 9(06) VALUE 0.
           03 LOG-STATUS        PIC X(10).

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'ARQVREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'TERMARCH'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           CLOSE ARQ-MATRICULAS
           CLOSE ARQ-ARQUIVO
           CLOSE ARQ-RELATORIO
           MOVE WRK-TERMO TO REG-TERMO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           PERFORM GRAVA-LOG-FIM
           DISPLAY 'REGISTROS LIDOS.....: ' WRK-QTD-LIDA
           DISPLAY 'REGISTROS ARQUIVADOS: ' WRK-QTD-ARQUIVADA
                   PERFORM GRAVA-LOG-ERRO
                   STOP RUN
           END-READ
           IF TERMO-REABERTO
               DISPLAY 'TERMO REABERTO PELO TERMREAB: ' WRK-TERMO
               DISPLAY 'O REENCERRAMENTO PELO TERMFECH REARQUIVA OS '
                   'REGISTROS.'
               CLOSE ARQ-CALENDARIO
               PERFORM GRAVA-LOG-ERRO
               STOP RUN
           END-IF
           IF NOT TERMO-ENCERRADO
               DISPLAY 'TERMO AINDA NAO ENCERRADO: ' WRK-TERMO
               DISPLAY 'ENCERRE O TERMO NO TERMMANT ANTES DE '
                   'ARQUIVAR.'
               CLOSE ARQ-CALENDARIO
