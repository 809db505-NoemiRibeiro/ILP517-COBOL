      * time the program runs. Also carries the student's address,
      * e-mail and active/inactive situation, maintained by ALUNMANT,
      * so the REPROVADO notices built from NOTIFREP have somewhere
      * to be delivered. A student the COLAGRAU degree conferral run
      * graduates is set to F, which registration and the at-risk
      * report leave out. MST-PROGRAMA and MST-VERSAO-CURRICULO are
      * the program of study (the CURRMSTR program code) and the
      * curriculum version the student is currently declared in,
      * blank until a first declaration; they are set only through
      * DECLMANT, which keeps every declaration with its start term
      * in DECLPROG. RELGRADU, COLAGRAU, ALUNSTAT and RELTERMO take
      * the program from here. The record is now exactly the 140
      * bytes of the JRNLMATR after-image, so a further field needs
      * JRN-IMAGEM widened first. Cutover: an ALUNOS written before
      * the program fields existed opens with status 39; rename it
      * ALUNOSF and rebuild it once through LAYTMIGR mode A.
      * ALUNANON anonymizes a long-inactive student (or one who asked
      * for erasure): the name becomes ALUNO-ANONIMIZADO and address
      * and e-mail are blanked, while the ID and grade totals stay.
      ******************************************************************
       01 ALUNO-MESTRE-REC.
           03 MST-STUDENT-ID       PIC X(10).
           03 MST-NOME             PIC X(30).
               88 ALUNO-ANONIMIZADO  VALUE "DADOS ANONIMIZADOS".
           03 MST-QTD-NOTAS        PIC 9(04).
           03 MST-SOMA-NOTAS       PIC 9(06)V9(01).
           03 MST-ENDERECO         PIC X(40).
           03 MST-SITUACAO-ALUNO   PIC X(01).
               88 ALUNO-ATIVO        VALUE "A".
               88 ALUNO-INATIVO      VALUE "I".
               88 ALUNO-FORMADO      VALUE "F".
           03 MST-PROGRAMA         PIC X(05).
           03 MST-VERSAO-CURRICULO PIC X(03).
