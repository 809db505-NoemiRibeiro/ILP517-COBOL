      * MATRIMSTR/MATRARQV history against it - the question the
      * coordinator's office asks most and the system could never
      * answer without a paper curriculum sheet.
      * CUR-HORAS-COMPLEMENTARES is the complementary activity hours
      * the program requires on top of the disciplines (zero when it
      * requires none); like the group fields it rides on every
      * record of the program, set through CURRMANT, and is checked
      * against the ATIVCOMP activities as one more requirement
      * group. Cutover: a CURRMSTR written before the field existed
      * opens with status 39; rename it CURRMSTRF and rebuild it
      * once through LAYTMIGR mode R.
      ******************************************************************
       01 CURRICULO-REC.
           03 CUR-CHAVE.
               05 CUR-CODIGO           PIC X(05).
           03 CUR-GRUPO-NOME       PIC X(30).
           03 CUR-CREDITOS-GRUPO   PIC 9(03).
           03 CUR-HORAS-COMPLEMENTARES PIC 9(04).
