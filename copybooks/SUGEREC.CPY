      ******************************************************************
      * Copybook: SUGEREC
      * Record layout for PLANSUGE, the suggested registration plan
      * keyed by term + student ID + catalog course code. SUGEGERA
      * proposes, for each active student, the outstanding CURRMSTR
      * disciplines the student is now eligible for (prerequisite
      * APROVADO or waived on DISPPREQ, section offered on OFERTAS)
      * up to a credit load; the coordinator reviews and amends the
      * plan through SUGEMANT (an excluded line stays on file with
      * status X, a line added by hand carries origin M); INSCMATR
      * mode P then loads the proposed lines as INSCRICAO pairs
      * under the usual hold, timetable, capacity and waitlist
      * rules, and stamps each line with what happened to it.
      ******************************************************************
       01 SUGESTAO-REC.
           03 SUG-CHAVE.
               05 SUG-TERMO            PIC 9(05).
               05 SUG-STUDENT-ID       PIC X(10).
               05 SUG-CODIGO           PIC X(05).
           03 SUG-NOME             PIC X(30).
           03 SUG-MATERIA          PIC X(35).
           03 SUG-CREDITOS         PIC 9(02).
           03 SUG-ORIGEM           PIC X(01).
               88 SUGESTAO-GERADA    VALUE "G".
               88 SUGESTAO-MANUAL    VALUE "M".
           03 SUG-STATUS           PIC X(01).
               88 SUGESTAO-PROPOSTA  VALUE "P".
               88 SUGESTAO-EXCLUIDA  VALUE "X".
               88 SUGESTAO-CARREGADA VALUE "C".
               88 SUGESTAO-EM-ESPERA VALUE "E".
               88 SUGESTAO-RECUSADA  VALUE "R".
           03 SUG-DATA-GERACAO     PIC 9(08).
           03 SUG-OPERADOR         PIC X(08).
           03 SUG-OCORRENCIA       PIC X(30).
