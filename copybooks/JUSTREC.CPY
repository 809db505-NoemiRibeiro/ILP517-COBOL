      ******************************************************************
      * Copybook: JUSTREC
      * Record layout for JUSTMSTR, the indexed register of excused
      * absences keyed by term + student ID + first day covered +
      * course code (spaces = every discipline of the student in
      * the term). Written by JUSTFALT when an operator accepts a
      * medical certificate or a legal duty (jury service, military
      * service, other legal obligation) for a date range: the
      * absent FREQDETL sessions in the range are flagged J
      * (justified), FRQ-PERCENTUAL is re-derived on FREQMSTR and
      * an enrollment already REPROVADO POR FALTA is re-evaluated.
      * JUS-QTD-SESSOES and JUS-QTD-REAVALIADAS record what the
      * justification changed. RELJUST lists the term's register
      * for the secretariat.
      ******************************************************************
       01 JUSTIFICATIVA-REC.
           03 JUS-CHAVE.
               05 JUS-TERMO            PIC 9(05).
               05 JUS-STUDENT-ID       PIC X(10).
               05 JUS-DATA-INICIO      PIC 9(08).
               05 JUS-CODIGO           PIC X(05).
           03 JUS-DATA-FIM         PIC 9(08).
           03 JUS-TIPO-DOCUMENTO   PIC X(01).
               88 DOC-ATESTADO-MEDICO  VALUE "M".
               88 DOC-JURI             VALUE "J".
               88 DOC-SERVICO-MILITAR  VALUE "S".
               88 DOC-OBRIGACAO-LEGAL  VALUE "L".
           03 JUS-NUMERO-DOCUMENTO PIC X(20).
           03 JUS-OPERADOR         PIC X(08).
           03 JUS-DATA-REGISTRO    PIC 9(08).
           03 JUS-QTD-SESSOES      PIC 9(03).
           03 JUS-QTD-REAVALIADAS  PIC 9(02).
