      ******************************************************************
      * Copybook: SODREC
      * Record layout for SODREGRA, the segregation-of-duties rules:
      * no operator may be able to run both programs of a rule (for
      * instance PROGR06 grade entry and NOTAAPRV correction
      * approval), whether directly or through a role. The key holds
      * the pair in ascending order, so one read answers for either
      * order. Maintained by PERFMANT, which enforces the rules on
      * every grant; RELPERF reports any operator still in conflict.
      ******************************************************************
       01 SOD-REGRA-REC.
           03 SOD-CHAVE.
               05 SOD-PROGRAMA-A       PIC X(08).
               05 SOD-PROGRAMA-B       PIC X(08).
           03 SOD-MOTIVO           PIC X(40).
           03 SOD-OPERADOR         PIC X(08).
           03 SOD-DATA             PIC 9(08).
