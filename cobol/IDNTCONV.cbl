      *                  file to ACCTSEQ instead and run ACCTLOAD,    *
      *                  which accepts the old three-digit owner      *
      *                  width directly.                               *
      *  2026-10-15  ek  Unloaded account entries carry the new       *
      *                  status and date fields as spaces, which      *
      *                  ACCTLOAD loads as an open account.           *
      * ************************************************************** *
       Identification Division.
       Program-ID. IDNTCONV.
      * ---------------------------------------------------------------*
       3200-UNLOAD-ACCOUNT.
           Add 1 To WS-Acct-Count
           Move Spaces To NEW-ACCOUNT-ENTRY
           Move OLD-AcctDivision
               To AcctDivision Of NEW-ACCOUNT-ENTRY
           Move OLD-AcctAccount
