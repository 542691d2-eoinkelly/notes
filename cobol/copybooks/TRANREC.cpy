      *>                 DateOfBirth in CUSTREC.cpy) so a late feed's
      *>                 records can be told apart from this period's
      *>                 and held past the period-end cutoff.
      *> 2026-10-15  ek  TR-Type and TR-Reference added. TR-Type is
      *>                 edited by TRANEDIT against the TRANTYPE table
      *>                 (copybooks/TYPEREC.cpy); TR-Reference is the
      *>                 originator's reference, which a reversal type
      *>                 must use to name the original it reverses.
      *> ***************************************************************** *>
       01 Transaction-Record.
           02 TR-Division PIC X(04).
               03 TR-Date-MM PIC 99.
               03 TR-Date-YYYY PIC 9999.
           02 TR-Amount PIC S9(09)V99.
           02 TR-Type PIC X(02).
           02 TR-Reference PIC X(12).
