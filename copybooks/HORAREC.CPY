      ******************************************************************
      * Copybook: HORAREC
      * Record layout for HORARIO, the class timetable of each
      * OFERTAS section, keyed by course code + term + weekday (2 =
      * Monday through 7 = Saturday): the start and end time (HHMM)
      * and the room of each weekly meeting. Maintained by HORAMANT,
      * which refuses to book a room already taken by another
      * section at an overlapping time. INSCMATR reads it before
      * writing a roster pair and refuses a registration whose
      * meetings clash with a class already on the student's
      * INSCRICAO roster for the term - until now the clash showed
      * up in the first week, with the student at the counter
      * holding two classes at 19:00.
      ******************************************************************
       01 HORARIO-REC.
           03 HOR-CHAVE.
               05 HOR-CODIGO           PIC X(05).
               05 HOR-TERMO            PIC 9(05).
               05 HOR-DIA-SEMANA       PIC 9(01).
                   88 DIA-SEMANA-VALIDO  VALUE 2 THRU 7.
           03 HOR-HORA-INICIO      PIC 9(04).
           03 HOR-HORA-FIM         PIC 9(04).
           03 HOR-SALA             PIC X(10).
