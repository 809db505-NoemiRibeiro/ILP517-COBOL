      ******************************************************************
      * Copybook: ESTREC
      * Record layout for ESTMSTR, the indexed term statistics master
      * keyed by course code + term, one record per discipline
      * offered in a term with the totals the term and discipline
      * reports used to re-count from every enrollment: entries per
      * outcome, attempts superseded under the course-repeat rule,
      * the grade sum, the distribution of grades rounded to the
      * nearest whole value (EST-FAIXA(1) = 0 through EST-FAIXA(11)
      * = 10) and the attendance sum - averages are the sums over
      * EST-QTD-REGISTROS. Live MATRIMSTR and archived MATRARQV
      * entries both count. Kept by ESTAPURA: mode A recomputes the
      * pairs the JRNLMATR journal shows touched since the last
      * run, mode R rebuilds the whole master and mode C checks it
      * against a full scan. EST-DADOS holds everything the check
      * compares; the name is the one on the entries, for display.
      ******************************************************************
       01 ESTATISTICA-REC.
           03 EST-CHAVE.
               05 EST-CODIGO           PIC X(05).
               05 EST-TERMO            PIC 9(05).
           03 EST-MATERIA          PIC X(35).
           03 EST-DADOS.
               05 EST-QTD-REGISTROS    PIC 9(05).
               05 EST-QTD-APROVADO     PIC 9(05).
               05 EST-QTD-RECUPERACAO  PIC 9(05).
               05 EST-QTD-REPROVADO    PIC 9(05).
               05 EST-QTD-REPFALTA     PIC 9(05).
               05 EST-QTD-INCOMPLETO   PIC 9(05).
               05 EST-QTD-TRANCADO     PIC 9(05).
               05 EST-QTD-EM-CURSO     PIC 9(05).
               05 EST-QTD-OUTRAS       PIC 9(05).
               05 EST-QTD-SUPERADAS    PIC 9(05).
               05 EST-SOMA-NOTAS       PIC 9(07)V9(01).
               05 EST-FAIXA            PIC 9(05) OCCURS 11 TIMES.
               05 EST-SOMA-FREQUENCIA  PIC 9(08).
           03 EST-DATA-ATUALIZACAO PIC 9(08).
