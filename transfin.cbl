      *             keyed form: equivalencies are posted with keyed
      *             writes, and a re-fed equivalency already on the
      *             archive is reported instead of duplicated.
      * 15/10/2026  The equivalency entry is written with the repeat
      *             flag blank; transfer credit is never a repeated
      *             attempt.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           MOVE WRK-DATA-HOJE TO ARV-DATA-LANCAMENTO
           MOVE 100 TO ARV-FREQUENCIA
           MOVE 0 TO ARV-DATA-LIMITE
           MOVE SPACE TO ARV-REPETICAO
           WRITE ARQUIVO-REC
               INVALID KEY
                   DISPLAY 'EQUIVALENCIA JA POSTADA NO ARQUIVO: '
