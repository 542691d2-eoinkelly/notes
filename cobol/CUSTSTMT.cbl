      *                  fields; a customer with no address on file    *
      *                  is flagged on the page instead of mailed      *
      *                  nowhere.                                      *
      *  2026-10-15  ek  Activity lines carry the transaction type,    *
      *                  its description off the TRANTYPE table        *
      *                  (copybooks/TYPEREC.cpy) and the originator    *
      *                  reference; print line widened to 100.         *
      *  2026-10-15  ek  A customer's frozen and closed accounts are   *
      *                  marked on the statement, one notice line per  *
      *                  account under the opening balance.            *
      * ************************************************************** *
       Identification Division.
       Program-ID. CUSTSTMT.
               Organization is Line Sequential
               File Status is WS-Trans-File-Status.

           Select TRAN-TYPE-TABLE
               Assign to "TRANTYPE"
               Organization is Indexed
               Access Mode is Random
               Record Key is TT-Code
               File Status is WS-Type-File-Status.

           Select STATEMENT-PRINT
               Assign to "STMT.OUT"
               Organization is Line Sequential
           Label Records are Standard.
       COPY TRANREC Replacing Transaction-Record By TRANS-RECORD.

       FD  TRAN-TYPE-TABLE
           Label Records are Standard.
       COPY TYPEREC.

       FD  STATEMENT-PRINT
           Label Records are Standard.
       01  PRINT-LINE                 Pic X(100).

       FD  CONTROL-TOTALS-FILE
           Label Records are Standard.
       01  WS-Control-File-Status     Pic X(02).
           88  WS-Control-File-OK          Value "00".

       01  WS-Type-File-Status        Pic X(02).
           88  WS-Type-File-OK             Value "00".

       01  WS-Switches.
           05  WS-Cust-Eof-Sw          Pic X(01) Value "N".
               88  WS-Cust-At-Eof          Value "Y".
               88  WS-Bal-Avail            Value "Y".
           05  WS-Acct-Scan-Eof-Sw     Pic X(01).
               88  WS-Acct-Scan-At-Eof     Value "Y".
           05  WS-Type-Avail-Sw        Pic X(01) Value "N".
               88  WS-Type-Avail           Value "Y".

       01  WS-Stmt-Amounts.
           05  WS-Opening-Balance      Pic S9(09)V99 Value 0.
           05  Filler                  Pic X(06) Value "DIV ".
           05  Filler                  Pic X(08) Value "ACCOUNT ".
           05  Filler                  Pic X(12) Value "DATE".
           05  Filler                  Pic X(24) Value
               "TYPE".
           05  Filler                  Pic X(12) Value "REFERENCE".
           05  Filler                  Pic X(15) Value
               "         AMOUNT".
           05  Filler                  Pic X(15) Value
           05  Filler                  Pic X(01) Value "/".
           05  WS-Detail-Date-YYYY     Pic 9999.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Detail-Type          Pic X(02).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Detail-Type-Desc     Pic X(20).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Detail-Reference     Pic X(12).
           05  WS-Detail-Amount        Pic Z,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Detail-Balance       Pic Z,ZZZ,ZZ9.99-.
       01  WS-No-Address-Line         Pic X(40) Value
               "** NO MAILING ADDRESS ON FILE **".

       01  WS-Account-Note-Line.
           05  Filler                  Pic X(12) Value
               "** ACCOUNT ".
           05  WS-Note-Division        Pic X(04).
           05  Filler                  Pic X(01) Value "/".
           05  WS-Note-Account         Pic X(06).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Note-Text            Pic X(40).

       01  WS-Frozen-Note             Pic X(40) Value
               "FROZEN - NO POSTINGS ACCEPTED **".

       01  WS-Closed-Note.
           05  Filler                  Pic X(10) Value "CLOSED ON ".
           05  WS-Closed-Note-DD       Pic 99.
           05  Filler                  Pic X(01) Value "/".
           05  WS-Closed-Note-MM       Pic 99.
           05  Filler                  Pic X(01) Value "/".
           05  WS-Closed-Note-YYYY     Pic 9999.
           05  Filler                  Pic X(03) Value " **".

       01  WS-Closed-Date-Work         Pic 9(08).
       01  Filler                      Redefines WS-Closed-Date-Work.
           05  WS-Closed-Work-YYYY     Pic 9(04).
           05  WS-Closed-Work-MM       Pic 9(02).
           05  WS-Closed-Work-DD       Pic 9(02).

       01  WS-Caller-Name              Pic X(50).
       01  WS-Pid                      Pic 9(05).
       01  WS-Completion-Code          Pic S9(04) Value 0.
                   WS-Bal-File-Status
                   " - opening balances print as zero"
           End-If
           Open Input TRAN-TYPE-TABLE
           If WS-Type-File-OK
               Move "Y" To WS-Type-Avail-Sw
           Else
               Display "CUSTSTMT: type table unavailable "
                   WS-Type-File-Status
                   " - types print undescribed"
           End-If
           If Not WS-Cust-At-Eof
               Perform 3100-READ-CUSTOMER Thru 3100-READ-CUSTOMER-EXIT
           End-If.
           Perform 3500-PRINT-PAGE-HEADING
               Thru 3500-PRINT-PAGE-HEADING-EXIT
           Perform 3600-PRINT-OPENING Thru 3600-PRINT-OPENING-EXIT
           Perform 3700-PRINT-ACCOUNT-NOTES
               Thru 3700-PRINT-ACCOUNT-NOTES-EXIT
           Perform 4000-PRINT-ACTIVITY Thru 4000-PRINT-ACTIVITY-EXIT
           Perform 5000-PRINT-TOTAL Thru 5000-PRINT-TOTAL-EXIT
           Perform 3100-READ-CUSTOMER Thru 3100-READ-CUSTOMER-EXIT.
       3650-SUM-OWNED-FORWARD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3700-PRINT-ACCOUNT-NOTES : a notice line under the opening    *
      *  balance for each account this customer owns that is frozen   *
      *  or closed, so the customer is told why postings to it stop.   *
      * ---------------------------------------------------------------*
       3700-PRINT-ACCOUNT-NOTES.
           Move "N" To WS-Acct-Scan-Eof-Sw
           Move Low-Values To AcctKey
           Start ACCOUNT-MASTER Key >= AcctKey
               Invalid Key
                   Move "Y" To WS-Acct-Scan-Eof-Sw
           End-Start
           Perform 3750-NOTE-OWNED-ACCOUNT
               Thru 3750-NOTE-OWNED-ACCOUNT-EXIT
               Until WS-Acct-Scan-At-Eof.
       3700-PRINT-ACCOUNT-NOTES-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3750-NOTE-OWNED-ACCOUNT : one account master entry - if this  *
      *  customer owns it and it is frozen or closed, print its        *
      *  notice line.                                                  *
      * ---------------------------------------------------------------*
       3750-NOTE-OWNED-ACCOUNT.
           Read ACCOUNT-MASTER Next Record
               At End
                   Move "Y" To WS-Acct-Scan-Eof-Sw
                   Go To 3750-NOTE-OWNED-ACCOUNT-EXIT
           End-Read
           If AcctOwner Not = Ident
               Go To 3750-NOTE-OWNED-ACCOUNT-EXIT
           End-If
           Evaluate True
               When AcctFrozen
                   Move WS-Frozen-Note To WS-Note-Text
               When AcctClosed
                   Move AcctClosedDate To WS-Closed-Date-Work
                   Move WS-Closed-Work-DD To WS-Closed-Note-DD
                   Move WS-Closed-Work-MM To WS-Closed-Note-MM
                   Move WS-Closed-Work-YYYY To WS-Closed-Note-YYYY
                   Move WS-Closed-Note To WS-Note-Text
               When Other
                   Go To 3750-NOTE-OWNED-ACCOUNT-EXIT
           End-Evaluate
           Move AcctDivision To WS-Note-Division
           Move AcctAccount To WS-Note-Account
           Move Spaces To PRINT-LINE
           Move WS-Account-Note-Line To PRINT-LINE
           Write PRINT-LINE.
       3750-NOTE-OWNED-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4000-PRINT-ACTIVITY : pass the whole transaction file for     *
      *  this one customer - every transaction whose division/account  *

      * ---------------------------------------------------------------*
      *  4400-PRINT-DETAIL : one activity line with the rolled running *
      *  balance, its type described off the type table.              *
      * ---------------------------------------------------------------*
       4400-PRINT-DETAIL.
           Add 1 To WS-Stmt-Line-Count
           Move TR-Date-DD Of TRANS-RECORD To WS-Detail-Date-DD
           Move TR-Date-MM Of TRANS-RECORD To WS-Detail-Date-MM
           Move TR-Date-YYYY Of TRANS-RECORD To WS-Detail-Date-YYYY
           Move TR-Type Of TRANS-RECORD To WS-Detail-Type
           Move Spaces To WS-Detail-Type-Desc
           If WS-Type-Avail
               Move TR-Type Of TRANS-RECORD To TT-Code
               Read TRAN-TYPE-TABLE
                   Invalid Key
                       Move "UNKNOWN TYPE" To WS-Detail-Type-Desc
                   Not Invalid Key
                       Move TT-Description To WS-Detail-Type-Desc
               End-Read
           End-If
           Move TR-Reference Of TRANS-RECORD To WS-Detail-Reference
           Move TR-Amount Of TRANS-RECORD To WS-Detail-Amount
           Move WS-Running-Balance To WS-Detail-Balance
           Move WS-Stmt-Detail To PRINT-LINE
           If WS-Bal-Avail
               Close BALANCE-MASTER
           End-If
           If WS-Type-Avail
               Close TRAN-TYPE-TABLE
           End-If
           Close STATEMENT-PRINT
           Display "Statements : " WS-Page-Count
           Perform 9500-WRITE-CONTROL-TOTALS
