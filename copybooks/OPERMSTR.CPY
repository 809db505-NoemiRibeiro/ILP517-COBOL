      * 2 = corrections and recovery (NOTACORR, RECUPERA),
      * 3 = master/calendar maintenance (ALUNMANT, TERMMANT,
      * INSCMATR, OPERMANT). Each level includes the ones below it.
      * Once the PERFACES access profiles hold a grant, OPERSIGN
      * authorizes by program from there and the level is ignored.
      * OPE-FALHAS counts consecutive failed sign-on attempts:
      * OPERSIGN suspends the record (SUSPENSO) after the limit and
      * OPERMANT reactivation clears the counter. OPE-DATA-SENHA is
