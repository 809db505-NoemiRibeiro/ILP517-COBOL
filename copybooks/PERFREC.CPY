      ******************************************************************
      * Copybook: PERFREC
      * Record layout for PERFACES, the access-profile file checked
      * by OPERSIGN in place of the OPE-NIVEL ladder. The titular is
      * an operator ID or a role, whose name starts with "@" so it
      * can never be mistaken for an operator. Type P grants the
      * titular the program named in PRF-OBJETO; type F makes the
      * operator a member of the role named in PRF-OBJETO, so the
      * operator may run every program granted to the role.
      * PERFMANT maintains the file, refusing any grant that would
      * let one operator hold both programs of a SODREGRA
      * segregation rule, and RELPERF lists who can run what. Until
      * the first grant is written OPERSIGN keeps using the level.
      ******************************************************************
       01 PERFIL-REC.
           03 PRF-CHAVE.
               05 PRF-TITULAR          PIC X(08).
               05 PRF-TIPO             PIC X(01).
                   88 PERFIL-PROGRAMA    VALUE "P".
                   88 PERFIL-PAPEL       VALUE "F".
               05 PRF-OBJETO           PIC X(08).
           03 PRF-OPERADOR         PIC X(08).
           03 PRF-DATA             PIC 9(08).
