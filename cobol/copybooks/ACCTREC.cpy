      *> 2026-09-02  ek  AcctOwner widened to PIC 9(05) alongside
      *>                 Ident in CUSTREC.cpy. Convert existing files
      *>                 with the one-pass IDNTCONV utility.
      *> 2026-10-15  ek  AcctStatus (open, frozen, closed) with the
      *>                 opened and closed dates, maintained at
      *>                 ACCTMAINT. A closed account stays on file so
      *>                 HISTINQ can still show it. TRANCHK refuses
      *>                 postings to frozen and closed accounts.
      *>                 Rebuild an existing ACCTMAST with ACCTCONV.
      *> 2026-10-15  ek  AcctPayDefault marks, for an owner with more
      *>                 than one account, the one LOCKBOX applies the
      *>                 owner's bank payments to. Set at ACCTMAINT.
      *> ***************************************************************** *>
       01 Account-Entry.
           02 AcctKey.
               03 AcctDivision PIC X(04).
               03 AcctAccount PIC X(06).
           02 AcctOwner PIC 9(05).
           02 AcctStatus PIC X(01).
               88 AcctOpen VALUE "O".
               88 AcctFrozen VALUE "F".
               88 AcctClosed VALUE "C".
           02 AcctOpenedDate PIC 9(08).
           02 AcctClosedDate PIC 9(08).
           02 AcctPayDefault PIC X(01).
               88 AcctIsPayDefault VALUE "Y".
