      *  are. A record that is neither is dropped with a reason - a   *
      *  space-padded owner must never reach the indexed master,      *
      *  where it would match no customer and empty every statement.  *
      *  A new-width record may go on to carry the account status    *
      *  and the opened and closed dates; where they are absent the   *
      *  account loads open with no dates, and a status that is not   *
      *  open, frozen or closed drops the record. A "Y" after the     *
      *  dates marks the owner's payment default account; anything    *
      *  else loads as not the default.                               *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *                  assumed the new five-digit layout, which      *
      *                  left a renamed old master's owners            *
      *                  space-padded and unmatchable.                 *
      *  2026-10-15  ek  Account status and opened/closed dates taken  *
      *                  from the flat record when present. A record   *
      *                  without them (either older width) loads as an *
      *                  open account with both dates zero.            *
      *  2026-10-15  ek  Payment default flag taken from the flat      *
      *                  record; absent, the account is not default.   *
      * ************************************************************** *
       Identification Division.
       Program-ID. ACCTLOAD.
           05  Filler                  Redefines FLAT-Owner.
               10  FLAT-Owner-Old      Pic 9(03).
               10  FLAT-Owner-Tail     Pic X(02).
           05  FLAT-Status             Pic X(01).
           05  FLAT-Opened-Date        Pic X(08).
           05  FLAT-Opened-Date-N      Redefines FLAT-Opened-Date
                                       Pic 9(08).
           05  FLAT-Closed-Date        Pic X(08).
           05  FLAT-Closed-Date-N      Redefines FLAT-Closed-Date
                                       Pic 9(08).
           05  FLAT-Pay-Default        Pic X(01).

       FD  ACCOUNT-MASTER
           Label Records are Standard.
      *  three-digit owner with a space-padded tail is the original    *
      *  13-byte layout and zero-fills on the numeric MOVE; anything   *
      *  else is dropped with a reason rather than loaded as an owner  *
      *  no customer Ident will ever match. A blank status is an      *
      *  account from before statuses were kept, and loads as open.    *
      * ---------------------------------------------------------------*
       2000-LOAD-RECORD.
           Add 1 To WS-Read-Count
                   Perform 2100-READ-FLAT Thru 2100-READ-FLAT-EXIT
                   Go To 2000-LOAD-RECORD-EXIT
           End-Evaluate
           Evaluate FLAT-Status
               When Space
                   Move "O" To AcctStatus
               When "O"
               When "F"
               When "C"
                   Move FLAT-Status To AcctStatus
               When Other
                   Add 1 To WS-Dropped-Count
                   Display "ACCTLOAD: status " FLAT-Status " on "
                       FLAT-Division "/" FLAT-Account " - dropped"
                   Perform 2100-READ-FLAT Thru 2100-READ-FLAT-EXIT
                   Go To 2000-LOAD-RECORD-EXIT
           End-Evaluate
           Move 0 To AcctOpenedDate
           If FLAT-Opened-Date Numeric
               Move FLAT-Opened-Date-N To AcctOpenedDate
           End-If
           Move 0 To AcctClosedDate
           If FLAT-Closed-Date Numeric
               Move FLAT-Closed-Date-N To AcctClosedDate
           End-If
           Move "N" To AcctPayDefault
           If FLAT-Pay-Default = "Y"
               Move "Y" To AcctPayDefault
           End-If
           Write Account-Entry
               Invalid Key
                   Add 1 To WS-Dropped-Count
