      ******************************************************************
      * Copybook: BOLSAREC
      * Record layout for BOLSAS, the scholarship/discount master
      * keyed by student ID + term. Each award is either a
      * percentage of the gross charge (BOL-MODALIDADE P) or a fixed
      * amount off it (V), valid between BOL-DATA-INICIO and
      * BOL-DATA-FIM. Maintained behind a level-3 sign-on by
      * BOLSMANT; read through the shared BOLSBUSC subprogram by
      * FATGERA when it prices the term charge and by TRANCMAT when
      * a withdrawal reduces it - until now scholarship holders and
      * employee dependants were charged full price and corrected
      * by hand off a list.
      ******************************************************************
       01 BOLSA-REC.
           03 BOL-CHAVE.
               05 BOL-STUDENT-ID       PIC X(10).
               05 BOL-TERMO            PIC 9(05).
           03 BOL-TIPO             PIC X(01).
               88 BOLSA-MERITO         VALUE "M".
               88 BOLSA-SOCIAL         VALUE "S".
               88 BOLSA-DEPENDENTE     VALUE "F".
               88 BOLSA-CONVENIO       VALUE "C".
               88 BOLSA-OUTRA          VALUE "O".
               88 TIPO-BOLSA-VALIDO    VALUE "M" "S" "F" "C" "O".
           03 BOL-MODALIDADE       PIC X(01).
               88 BOLSA-PERCENTUAL     VALUE "P".
               88 BOLSA-VALOR-FIXO     VALUE "V".
           03 BOL-PERCENTUAL       PIC 9(03)V99.
           03 BOL-VALOR            PIC 9(07)V99.
           03 BOL-DATA-INICIO      PIC 9(08).
           03 BOL-DATA-FIM         PIC 9(08).
           03 BOL-OPERADOR         PIC X(08).
           03 BOL-DATA-CONCESSAO   PIC 9(08).
