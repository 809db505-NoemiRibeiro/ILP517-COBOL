      *             retiring ID, and combining the totals over them
      *             would double-count the colliding course and
      *             keep RECONCIL flagging the student nightly.
      * 15/10/2026  The report is registered in the report repository
      *             through RELREGIS once it is closed, so past runs
      *             are found by name and date and reprinted with
      *             RELREIMP instead of hunting for the generation.
      * 15/10/2026  The survivor's save area follows the ALUNOS record
      *             to 140 bytes; at 135 it cut the program of study
      *             and the curriculum version off every survivor.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       77 WRK-SAVE-QTD-NOTAS  PIC 9(04).
       77 WRK-SAVE-SOMA-NOTAS PIC 9(06)V9(01).
       01 WRK-SAVE-ALUNO      PIC X(140).

       01 CHAVES-APURADAS.
           03 WRK-QTD-CHAVES       PIC 9(03) VALUE 0.
               05 CHV-RESTO        PIC X(12).

       01 CONTADOR        PIC 9(3) VALUE 1.

       01 REGISTRO-RELATORIO.
           03 REG-RELATORIO     PIC X(10) VALUE 'FUSAOREL'.
           03 REG-PROGRAMA      PIC X(08) VALUE 'ALUNFUSA'.
           03 REG-TERMO         PIC 9(05) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM FUNDE-ALUNOS
           PERFORM GRAVA-LOG-FUSAO
           CLOSE ARQ-RELATORIO
           CALL 'RELREGIS' USING REG-RELATORIO, REG-PROGRAMA,
               REG-TERMO
           DISPLAY '---------------------------------------------------'
           DISPLAY 'MATRIMSTR REAPONTADOS: ' WRK-QTD-MATRICULAS
           DISPLAY 'INSCRICAO REAPONTADAS: ' WRK-QTD-INSCRICOES
