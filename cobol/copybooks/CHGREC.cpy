      *> ***************************************************************** *>
      *> CHGREC.cpy
      *> Master-file change journal entry. Passed on every CALL
      *> "CHGLOG" by the programs that maintain CUSTOMER-MASTER and
      *> ACCTMAST, and written by CHGLOG as it stands to the CHGJRNL
      *> journal, stamped with the date and time of the change. The
      *> before image is blank on an add or restore, the after image
      *> blank on a delete. CHGRPT lists the journal field by field.
      *>   CJ-Record-Type  C  customer - CJ-Key is the Ident, the
      *>                      images are CUSTREC.cpy Customer records;
      *>                   A  account  - CJ-Key is the AcctKey, the
      *>                      images are ACCTREC.cpy Account-Entry
      *>                      records.
      *> ***************************************************************** *>
       01 Change-Journal-Entry.
           02 CJ-Date PIC 9(08).
           02 CJ-Time PIC 9(08).
           02 CJ-Program PIC X(10).
           02 CJ-Operator PIC X(08).
           02 CJ-Action PIC X(01).
               88 CJ-Add VALUE "A".
               88 CJ-Change VALUE "C".
               88 CJ-Delete VALUE "D".
               88 CJ-Restore VALUE "R".
           02 CJ-Record-Type PIC X(01).
               88 CJ-Customer VALUE "C".
               88 CJ-Account VALUE "A".
           02 CJ-Key PIC X(10).
           02 CJ-Before-Image PIC X(120).
           02 CJ-After-Image PIC X(120).
