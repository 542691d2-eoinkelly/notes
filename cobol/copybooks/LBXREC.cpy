      *> ***************************************************************** *>
      *> LBXREC.cpy
      *> Bank lockbox payment file, in the bank's own layout, as the
      *> LOCKBOX conversion reads it. One batch per file - a header,
      *> a detail per customer payment, a trailer - every record 80
      *> bytes, the record type in the first byte deciding which view
      *> of the body holds:
      *>   H  bank identifier, bank batch number, deposit date;
      *>   D  the bank's customer number (our Ident, zero-filled to
      *>      ten digits), the unsigned payment amount, the payment
      *>      date (YYYYMMDD) and the bank's reference for the item;
      *>   T  the bank's count of detail items and their amount total.
      *> ***************************************************************** *>
       01 Lockbox-Record.
           02 LB-Record-Type PIC X(01).
               88 LB-Header VALUE "H".
               88 LB-Detail VALUE "D".
               88 LB-Trailer VALUE "T".
           02 LB-Body PIC X(79).
           02 LB-Header-Body REDEFINES LB-Body.
               03 LB-H-Bank-Id PIC X(08).
               03 LB-H-Batch-Number PIC X(08).
               03 LB-H-Deposit-Date PIC 9(08).
               03 FILLER PIC X(55).
           02 LB-Detail-Body REDEFINES LB-Body.
               03 LB-D-Customer PIC 9(10).
               03 LB-D-Amount PIC 9(09)V99.
               03 LB-D-Payment-Date.
                   04 LB-D-Pay-YYYY PIC 9(04).
                   04 LB-D-Pay-MM PIC 9(02).
                   04 LB-D-Pay-DD PIC 9(02).
               03 LB-D-Bank-Reference PIC X(12).
               03 FILLER PIC X(38).
           02 LB-Trailer-Body REDEFINES LB-Body.
               03 LB-T-Item-Count PIC 9(07).
               03 LB-T-Total-Amount PIC 9(11)V99.
               03 FILLER PIC X(59).
