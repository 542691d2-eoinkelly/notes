      *  an orphan goes to the TRANEXCP exception listing instead -     *
      *  the same shape of listing SSNVALID writes to SSNEXCPT - so a   *
      *  mis-keyed TR-Account can never become its own control break.   *
      *  A transaction for an account that is on the master but frozen *
      *  or closed goes to the exception listing too, with its own     *
      *  reason, rather than on to TRANCLN.                            *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *                  shared CTLTOTS control-totals file            *
      *                  (copybooks/CTLREC.cpy) for the RUNRECON       *
      *                  cross-foot.                                   *
      *  2026-10-15  ek  Orphans are also written to the SUSPENSE      *
      *                  indexed file (copybooks/SUSPREC.cpy) for      *
      *                  correction and release at the SUSPMNT screen. *
      *                  A resubmitted suspense item is cleared when   *
      *                  it passes and reopened when it orphans again. *
      *  2026-10-15  ek  Each TRANCLN written is given a batch identity *
      *                  (run date and time) with its count and amount  *
      *                  on the TRANCLN.BAT companion file              *
      *                  (copybooks/BATCHREC.cpy). BALPOST and HISTPOST *
      *                  check it against the BATCHREG posted-batch     *
      *                  register so a rerun cannot post twice.         *
      *  2026-10-15  ek  Suspense image widened for the transaction    *
      *                  type and reference now on TRANREC.            *
      *  2026-10-15  ek  A posting to a frozen or closed account is    *
      *                  not passed to TRANCLN: it goes to the         *
      *                  exception listing and the suspense file like  *
      *                  an orphan, with "account frozen" or "account  *
      *                  closed" as its reason, and counts with the    *
      *                  orphans as a rejection on CTLTOTS.            *
      * ************************************************************** *
       Identification Division.
       Program-ID. TRANCHK.
               Organization is Line Sequential
               File Status is WS-Control-File-Status.

           Select SUSPENSE-FILE
               Assign to "SUSPENSE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is SUS-Key
               Alternate Record Key is SUS-Record
                   With Duplicates
               File Status is WS-Susp-File-Status.

           Select SUSPENSE-SEQUENCE-FILE
               Assign to "SUSPENSE.SEQ"
               Organization is Line Sequential
               File Status is WS-Susp-Seq-Status.

           Select BATCH-CONTROL-FILE
               Assign to "TRANCLN.BAT"
               Organization is Line Sequential
               File Status is WS-Batch-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
           Label Records are Standard.
       COPY CTLREC Replacing Control-Total-Record By CONTROL-RECORD.

       FD  SUSPENSE-FILE
           Label Records are Standard.
       COPY SUSPREC.

       FD  SUSPENSE-SEQUENCE-FILE
           Label Records are Standard.
       01  SUSPENSE-SEQUENCE-LINE      Pic 9(07).

       FD  BATCH-CONTROL-FILE
           Label Records are Standard.
       COPY BATCHREC.

       Working-Storage Section.
       01  WS-Acct-File-Status        Pic X(02).
           88  WS-Acct-File-OK             Value "00".
       01  WS-Control-File-Status     Pic X(02).
           88  WS-Control-File-OK          Value "00".

       01  WS-Susp-File-Status        Pic X(02).
           88  WS-Susp-File-OK             Value "00".
           88  WS-Susp-File-NoSuchFile     Value "35".

       01  WS-Susp-Seq-Status         Pic X(02).
           88  WS-Susp-Seq-OK              Value "00".

       01  WS-Batch-File-Status       Pic X(02).
           88  WS-Batch-File-OK            Value "00".

       01  WS-Switches.
           05  WS-Trans-Eof-Sw         Pic X(01) Value "N".
               88  WS-Trans-At-Eof         Value "Y".
           05  WS-Acct-Found-Sw        Pic X(01).
               88  WS-Acct-Found           Value "Y".
           05  WS-Susp-Avail-Sw        Pic X(01) Value "N".
               88  WS-Susp-Avail           Value "Y".
           05  WS-Susp-Scan-End-Sw     Pic X(01).
               88  WS-Susp-Scan-End        Value "Y".
           05  WS-Susp-Match-Sw        Pic X(01).
               88  WS-Susp-No-Match        Value "N".
               88  WS-Susp-Resubmitted     Value "S".
               88  WS-Susp-Already-Open    Value "O".

       01  WS-Run-Date                 Pic 9(08) Value 0.
       01  WS-Last-Susp-Seq            Pic 9(07) Value 0.
       01  WS-Susp-Image               Pic X(43).

       01  WS-Batch-Id.
           05  WS-Batch-Date           Pic 9(08).
           05  WS-Batch-Time           Pic 9(08).

       01  WS-Counters.
           05  WS-Read-Count           Pic 9(07) Value 0.
           05  WS-Passed-Count         Pic 9(07) Value 0.
           05  WS-Orphan-Count         Pic 9(07) Value 0.
           05  WS-Frozen-Count         Pic 9(07) Value 0.
           05  WS-Closed-Count         Pic 9(07) Value 0.
           05  WS-Exception-Count      Pic 9(07) Value 0.
           05  WS-Suspended-Count      Pic 9(07) Value 0.
           05  WS-Susp-Cleared-Count   Pic 9(07) Value 0.

       01  WS-Amounts.
           05  WS-Amount-In            Pic S9(11)V99 Value 0.
           05  WS-Amount-Passed        Pic S9(11)V99 Value 0.
           05  WS-Amount-Exception     Pic S9(11)V99 Value 0.

       01  WS-Report-Line.
           05  WS-Report-Division      Pic X(04).
      *  key per transaction, so there is nothing to load.             *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Accept WS-Run-Date From Date YYYYMMDD
           Move WS-Run-Date To WS-Batch-Date
           Accept WS-Batch-Time From Time
           Perform 1300-OPEN-SUSPENSE Thru 1300-OPEN-SUSPENSE-EXIT
           Open Input ACCOUNT-MASTER
           Open Input TRANSACTION-FILE
           Open Output CLEAN-TRANSACTION-FILE
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1300-OPEN-SUSPENSE : the last suspense item number off        *
      *  SUSPENSE.SEQ, then the SUSPENSE file for update - created if  *
      *  TRANEDIT has never made it. If it cannot be opened, orphans   *
      *  still go to TRANEXCP, but the run ends 8 so the chain stops.  *
      * ---------------------------------------------------------------*
       1300-OPEN-SUSPENSE.
           Move 0 To WS-Last-Susp-Seq
           Open Input SUSPENSE-SEQUENCE-FILE
           If WS-Susp-Seq-OK
               Read SUSPENSE-SEQUENCE-FILE
                   At End
                       Continue
                   Not At End
                       If SUSPENSE-SEQUENCE-LINE Numeric
                           Move SUSPENSE-SEQUENCE-LINE
                               To WS-Last-Susp-Seq
                       End-If
               End-Read
               Close SUSPENSE-SEQUENCE-FILE
           End-If
           Open I-O SUSPENSE-FILE
           If WS-Susp-File-NoSuchFile
               Open Output SUSPENSE-FILE
               Close SUSPENSE-FILE
               Open I-O SUSPENSE-FILE
           End-If
           If Not WS-Susp-File-OK
               Display "TRANCHK: suspense file open failed "
                   WS-Susp-File-Status
               Move 8 To WS-Completion-Code
               Go To 1300-OPEN-SUSPENSE-EXIT
           End-If
           Move "Y" To WS-Susp-Avail-Sw.
       1300-OPEN-SUSPENSE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-CHECK-TRAN : look the transaction's division/account up  *
      *  in the table - found on an open account flows on to TRANCLN;  *
      *  an orphan, or a posting to a frozen or closed account, goes   *
      *  to the exception listing and the suspense file.               *
      * ---------------------------------------------------------------*
       3000-CHECK-TRAN.
           Add 1 To WS-Read-Count
           Add TR-Amount Of TRANS-RECORD To WS-Amount-In
           Perform 4000-LOOKUP-ACCOUNT Thru 4000-LOOKUP-ACCOUNT-EXIT
           Evaluate True
               When Not WS-Acct-Found
                   Add 1 To WS-Orphan-Count
                   Move "division/account not on account master"
                       To WS-Report-Reason
                   Perform 3200-REFUSE-TRAN Thru 3200-REFUSE-TRAN-EXIT
               When AcctFrozen
                   Add 1 To WS-Frozen-Count
                   Move "account frozen" To WS-Report-Reason
                   Perform 3200-REFUSE-TRAN Thru 3200-REFUSE-TRAN-EXIT
               When AcctClosed
                   Add 1 To WS-Closed-Count
                   Move "account closed" To WS-Report-Reason
                   Perform 3200-REFUSE-TRAN Thru 3200-REFUSE-TRAN-EXIT
               When Other
                   Add 1 To WS-Passed-Count
                   Add TR-Amount Of TRANS-RECORD To WS-Amount-Passed
                   Move TRANS-RECORD To CLEAN-RECORD
                   Write CLEAN-RECORD
                   Perform 6600-CLEAR-RESUBMITTED
                       Thru 6600-CLEAR-RESUBMITTED-EXIT
           End-Evaluate
           Perform 3100-READ-TRANSACTION
               Thru 3100-READ-TRANSACTION-EXIT.
       3000-CHECK-TRAN-EXIT.
       3100-READ-TRANSACTION-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3200-REFUSE-TRAN : a transaction that may not pass - onto the *
      *  exception listing with the reason already in                  *
      *  WS-Report-Reason, and onto the suspense file.                 *
      * ---------------------------------------------------------------*
       3200-REFUSE-TRAN.
           Add 1 To WS-Exception-Count
           Add TR-Amount Of TRANS-RECORD To WS-Amount-Exception
           Move TR-Division Of TRANS-RECORD To WS-Report-Division
           Move TR-Account Of TRANS-RECORD To WS-Report-Account
           Move TR-Date-DD Of TRANS-RECORD To WS-Report-Date-DD
           Move TR-Date-MM Of TRANS-RECORD To WS-Report-Date-MM
           Move TR-Date-YYYY Of TRANS-RECORD To WS-Report-Date-YYYY
           Move TR-Amount Of TRANS-RECORD To WS-Report-Amount
           Perform 6000-WRITE-EXCEPTION Thru 6000-WRITE-EXCEPTION-EXIT
           Perform 6500-SUSPEND-ORPHAN Thru 6500-SUSPEND-ORPHAN-EXIT.
       3200-REFUSE-TRAN-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4000-LOOKUP-ACCOUNT : keyed read of the indexed master for    *
      *  the transaction's division/account pair.                      *
       6000-WRITE-EXCEPTION-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6500-SUSPEND-ORPHAN : put an orphan (or a posting refused for *
      *  a frozen or closed account) on the suspense file. A           *
      *  resubmitted item that orphans again is reopened in place, so  *
      *  it keeps its first-suspended date. An item already opened    *
      *  for this record today means the step is being rerun, and the  *
      *  orphan is not suspended twice. Anything else becomes a new    *
      *  open item under the next item number.                         *
      * ---------------------------------------------------------------*
       6500-SUSPEND-ORPHAN.
           If Not WS-Susp-Avail
               Go To 6500-SUSPEND-ORPHAN-EXIT
           End-If
           Perform 6700-FIND-SUSPENSE-ITEM
               Thru 6700-FIND-SUSPENSE-ITEM-EXIT
           Evaluate True
               When WS-Susp-Already-Open
                   Continue
               When WS-Susp-Resubmitted
                   Move "O" To SUS-Status
                   Move "C" To SUS-Source
                   Move WS-Report-Reason To SUS-Reason
                   Move WS-Run-Date To SUS-Date-Last-Action
                   Rewrite Suspense-Entry
                       Invalid Key
                           Display "TRANCHK: suspense rewrite of item "
                               SUS-Seq " failed " WS-Susp-File-Status
                           Move 8 To WS-Completion-Code
                       Not Invalid Key
                           Add 1 To WS-Suspended-Count
                   End-Rewrite
               When Other
                   Add 1 To WS-Last-Susp-Seq
                   Move Spaces To Suspense-Entry
                   Move WS-Last-Susp-Seq To SUS-Seq
                   Move "O" To SUS-Status
                   Move "C" To SUS-Source
                   Move WS-Run-Date To SUS-Date-Suspended
                   Move WS-Run-Date To SUS-Date-Last-Action
                   Move WS-Report-Reason To SUS-Reason
                   Move TRANS-RECORD To SUS-Original
                   Move TRANS-RECORD To SUS-Record
                   Write Suspense-Entry
                       Invalid Key
                           Display "TRANCHK: suspense write of item "
                               SUS-Seq " failed " WS-Susp-File-Status
                           Move 8 To WS-Completion-Code
                       Not Invalid Key
                           Add 1 To WS-Suspended-Count
                   End-Write
           End-Evaluate.
       6500-SUSPEND-ORPHAN-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6600-CLEAR-RESUBMITTED : a transaction that passed may be a   *
      *  suspense item coming back round. If so, it has now been       *
      *  corrected and checked clean, so it comes off the file.        *
      * ---------------------------------------------------------------*
       6600-CLEAR-RESUBMITTED.
           If Not WS-Susp-Avail
               Go To 6600-CLEAR-RESUBMITTED-EXIT
           End-If
           Perform 6700-FIND-SUSPENSE-ITEM
               Thru 6700-FIND-SUSPENSE-ITEM-EXIT
           If Not WS-Susp-Resubmitted
               Go To 6600-CLEAR-RESUBMITTED-EXIT
           End-If
           Delete SUSPENSE-FILE Record
               Invalid Key
                   Display "TRANCHK: suspense delete of item "
                       SUS-Seq " failed " WS-Susp-File-Status
                   Move 8 To WS-Completion-Code
               Not Invalid Key
                   Add 1 To WS-Susp-Cleared-Count
           End-Delete.
       6600-CLEAR-RESUBMITTED-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6700-FIND-SUSPENSE-ITEM : the suspense item, if any, for this *
      *  transaction. The SUS-Record alternate key brings every item   *
      *  with the same image together. The first resubmitted item, or *
      *  item opened today, is left in the record area.                *
      * ---------------------------------------------------------------*
       6700-FIND-SUSPENSE-ITEM.
           Move "N" To WS-Susp-Match-Sw
           Move "N" To WS-Susp-Scan-End-Sw
           Move TRANS-RECORD To WS-Susp-Image
           Move TRANS-RECORD To SUS-Record
           Start SUSPENSE-FILE Key = SUS-Record
               Invalid Key
                   Go To 6700-FIND-SUSPENSE-ITEM-EXIT
           End-Start
           Perform 6750-SCAN-SUSPENSE-ITEM
               Thru 6750-SCAN-SUSPENSE-ITEM-EXIT
               Until WS-Susp-Scan-End Or Not WS-Susp-No-Match.
       6700-FIND-SUSPENSE-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6750-SCAN-SUSPENSE-ITEM : next item with the same image.      *
      * ---------------------------------------------------------------*
       6750-SCAN-SUSPENSE-ITEM.
           Read SUSPENSE-FILE Next Record
               At End
                   Move "Y" To WS-Susp-Scan-End-Sw
               Not At End
                   Evaluate True
                       When SUS-Record Not = WS-Susp-Image
                           Move "Y" To WS-Susp-Scan-End-Sw
                       When SUS-Resubmitted
                           Move "S" To WS-Susp-Match-Sw
                       When SUS-Open
                           And SUS-Date-Last-Action = WS-Run-Date
                           Move "O" To WS-Susp-Match-Sw
                       When Other
                           Continue
                   End-Evaluate
           End-Read.
       6750-SCAN-SUSPENSE-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : totals, close the files down, and log how    *
      *  the run finished - non-zero whenever a transaction was sent   *
      *  to the exception listing.                                     *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           Move Spaces To EXCEPTION-LINE
           Display "Read       : " WS-Read-Count
           Display "Passed     : " WS-Passed-Count
           Display "Orphans    : " WS-Orphan-Count
           Display "Frozen     : " WS-Frozen-Count
           Display "Closed     : " WS-Closed-Count
           Display "Suspended  : " WS-Suspended-Count
           Display "Cleared    : " WS-Susp-Cleared-Count
           Close ACCOUNT-MASTER
           Close TRANSACTION-FILE
           Close CLEAN-TRANSACTION-FILE
           Close EXCEPTION-REPORT
           Perform 9200-WRITE-BATCH-CONTROL
               Thru 9200-WRITE-BATCH-CONTROL-EXIT
           Perform 9300-CLOSE-SUSPENSE Thru 9300-CLOSE-SUSPENSE-EXIT
           If WS-Exception-Count > 0 And WS-Completion-Code = 0
               Move 4 To WS-Completion-Code
           End-If
           Perform 9500-WRITE-CONTROL-TOTALS
       9000-TERMINATE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9200-WRITE-BATCH-CONTROL : the batch identity of the TRANCLN  *
      *  just written, with its record count and amount, to            *
      *  TRANCLN.BAT. The posting legs are left blank - BALPOST and    *
      *  HISTPOST stamp their own legs on the BATCHREG register.       *
      * ---------------------------------------------------------------*
       9200-WRITE-BATCH-CONTROL.
           Open Output BATCH-CONTROL-FILE
           If Not WS-Batch-File-OK
               Display "TRANCHK: batch control open failed "
                   WS-Batch-File-Status
               Move 8 To WS-Completion-Code
               Go To 9200-WRITE-BATCH-CONTROL-EXIT
           End-If
           Move Spaces To Posted-Batch-Entry
           Move WS-Batch-Id To PB-Batch-Id
           Move WS-Run-Date To PB-Created-Date
           Move WS-Passed-Count To PB-Record-Count
           Move WS-Amount-Passed To PB-Amount
           Move 0 To PB-Bal-Date
           Move 0 To PB-Hist-Date
           Move 0 To PB-Hist-First-Seq
           Move 0 To PB-Hist-Last-Seq
           Move 0 To PB-Backout-Date
           Write Posted-Batch-Entry
           Close BATCH-CONTROL-FILE
           Display "Batch      : " WS-Batch-Id.
       9200-WRITE-BATCH-CONTROL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9300-CLOSE-SUSPENSE : close the suspense file and save the    *
      *  last item number used back to SUSPENSE.SEQ.                   *
      * ---------------------------------------------------------------*
       9300-CLOSE-SUSPENSE.
           If Not WS-Susp-Avail
               Go To 9300-CLOSE-SUSPENSE-EXIT
           End-If
           Close SUSPENSE-FILE
           Open Output SUSPENSE-SEQUENCE-FILE
           If Not WS-Susp-Seq-OK
               Display "TRANCHK: suspense sequence write failed "
                   WS-Susp-Seq-Status
               Move 8 To WS-Completion-Code
               Go To 9300-CLOSE-SUSPENSE-EXIT
           End-If
           Move WS-Last-Susp-Seq To SUSPENSE-SEQUENCE-LINE
           Write SUSPENSE-SEQUENCE-LINE
           Close SUSPENSE-SEQUENCE-FILE.
       9300-CLOSE-SUSPENSE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9500-WRITE-CONTROL-TOTALS : this run's counts and amounts     *
      *  onto the shared control-totals file for the RUNRECON          *
           Move "TRANCHK" To CTL-Program Of CONTROL-RECORD
           Move WS-Read-Count To CTL-In-Count Of CONTROL-RECORD
           Move WS-Passed-Count To CTL-Passed-Count Of CONTROL-RECORD
           Move WS-Exception-Count
               To CTL-Rejected-Count Of CONTROL-RECORD
           Move 0 To CTL-Held-Count Of CONTROL-RECORD
           Move WS-Amount-In To CTL-Amount-In Of CONTROL-RECORD
           Move WS-Amount-Passed
               To CTL-Amount-Passed Of CONTROL-RECORD
           Move WS-Amount-Exception
               To CTL-Amount-Rejected Of CONTROL-RECORD
           Move 0 To CTL-Amount-Held Of CONTROL-RECORD
           Write CONTROL-RECORD
