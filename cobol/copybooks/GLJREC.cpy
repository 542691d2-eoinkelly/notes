      *> ***************************************************************** *>
      *> GLJREC.cpy
      *> General ledger journal record, the fixed-format GLJRNL file
      *> GLFEED writes for the GL to load. One header, the debit and
      *> credit lines, one trailer - every record 80 bytes, the record
      *> type in the first byte deciding which view of the body holds:
      *>   H  source, PT-Period journalled, date and time created;
      *>   D  GL account, cost centre, D(ebit) or C(redit), unsigned
      *>      amount, and the division/account it came from (account
      *>      blank on a division's control line);
      *>   T  detail line count, debit and credit totals (always
      *>      equal) and the hash total of the GL account codes.
      *> ***************************************************************** *>
       01 GL-Journal-Record.
           02 GJ-Record-Type PIC X(01).
               88 GJ-Header VALUE "H".
               88 GJ-Detail VALUE "D".
               88 GJ-Trailer VALUE "T".
           02 GJ-Body PIC X(79).
           02 GJ-Header-Body REDEFINES GJ-Body.
               03 GJ-H-Source PIC X(08).
               03 GJ-H-Period PIC 9(06).
               03 GJ-H-Created-Date PIC 9(08).
               03 GJ-H-Created-Time PIC 9(08).
               03 FILLER PIC X(49).
           02 GJ-Detail-Body REDEFINES GJ-Body.
               03 GJ-D-GL-Account PIC 9(10).
               03 GJ-D-Cost-Centre PIC X(06).
               03 GJ-D-Dr-Cr PIC X(01).
                   88 GJ-D-Debit VALUE "D".
                   88 GJ-D-Credit VALUE "C".
               03 GJ-D-Amount PIC 9(11)V99.
               03 GJ-D-Division PIC X(04).
               03 GJ-D-Account PIC X(06).
               03 GJ-D-Period PIC 9(06).
               03 FILLER PIC X(33).
           02 GJ-Trailer-Body REDEFINES GJ-Body.
               03 GJ-T-Line-Count PIC 9(07).
               03 GJ-T-Debit-Total PIC 9(13)V99.
               03 GJ-T-Credit-Total PIC 9(13)V99.
               03 GJ-T-Account-Hash PIC 9(15).
               03 FILLER PIC X(27).
